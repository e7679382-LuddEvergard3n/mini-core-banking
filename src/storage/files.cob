      * - Ledger: sequential append-only (immutable log)
      * - Transactions: indexed for query performance
      * - Control: single record for sequence generation
      * - Every file is assigned through a path held in
      *   WORKING-STORAGE, so a training session can be pointed at
      *   the sandbox data set (see SELECT-TRAINING-DATA-SET)
      *
      * All file operations return status codes:
      * 00 = success, 10 = end of file, 23 = not found, others = error
      *    concurrent session cannot read the same account between
      *    this session's READ-ACCOUNT and its later UPDATE-ACCOUNT
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ACC-ID
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC LEDGER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-LED-ID
               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC TRANSACTION-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-TXN-ID
      *    sessions generating a next-sequence-number at the same
      *    time cannot both read the same CTL-LAST-xxx-ID
           SELECT CONTROL-FILE
               ASSIGN TO DYNAMIC CONTROL-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
      *    - one run's purged records are appended after whatever a
      *    prior run already archived, never overwritten
           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN TO DYNAMIC TRANSACTION-ARCHIVE-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-ARCHIVE-FILE-STATUS.
      *    each in-place rewrite of CONTROL-FILE so a crash mid-write
      *    still leaves a recoverable prior version on disk
           SELECT CONTROL-BACKUP-FILE
               ASSIGN TO DYNAMIC CONTROL-BACKUP-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROL-BACKUP-FILE-STATUS.
      *    cached, the same way CONTROL-FILE's sequence counters are
      *    read once per run.
           SELECT PARAMETER-FILE
               ASSIGN TO DYNAMIC PARAMETER-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT STANDING-ORDER-FILE
               ASSIGN TO DYNAMIC STANDING-ORDER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-ORDER-ID
               FILE STATUS IS STANDING-ORDER-FILE-STATUS.

           SELECT LEDGER-EXPORT-FILE
               ASSIGN TO DYNAMIC LEDGER-EXPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LEDGER-EXPORT-FILE-STATUS.
      *    import batch job - one CREDIT/DEBIT row per line, never
      *    written by this system itself
           SELECT BULK-IMPORT-FILE
               ASSIGN TO DYNAMIC BULK-IMPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BULK-IMPORT-FILE-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO DYNAMIC OPERATOR-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-OP-ID
      *    Operator activity audit trail - append-only, same pattern as
      *    LEDGER-FILE, but keyed and queried independently of it
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC AUDIT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUF-AUD-ID
      *    Nightly balance history - one row per account per run,
      *    appended by the balance snapshot batch job
           SELECT BALANCE-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC BALANCE-SNAPSHOT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSF-SNAPSHOT-ID
               FILE STATUS IS BALANCE-SNAPSHOT-FILE-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO DYNAMIC ALERT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALF-ALERT-ID
      *    ACCOUNT-FILE is keyed by ACC-ID, with an alternate key on
      *    the owning account for per-account lookup
           SELECT CARD-FILE
               ASSIGN TO DYNAMIC CARD-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDF-CARD-NUMBER
      *    external bank, keyed like the other master files, with an
      *    alternate key on the source account for per-account lookup
           SELECT WIRE-ITEM-FILE
               ASSIGN TO DYNAMIC WIRE-ITEM-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIF-ITEM-ID
      *    network at end of day - plain text output rebuilt fresh by
      *    each wire file batch run, never read back by this system
           SELECT WIRE-OUT-FILE
               ASSIGN TO DYNAMIC WIRE-OUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WIRE-OUT-FILE-STATUS.
      *    their view of our position, matched by the settlement
      *    reconciliation batch (read-only)
           SELECT NETWORK-STMT-FILE
               ASSIGN TO DYNAMIC NETWORK-STMT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NETWORK-STMT-FILE-STATUS.
      *    network a settlement cycle after each outbound wire file -
      *    fixed-format HDR/ACK/RTN/TRL text, read-only
           SELECT WIRE-ACK-FILE
               ASSIGN TO DYNAMIC WIRE-ACK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WIRE-ACK-FILE-STATUS.
      *    clearing network - fixed-format HDR/DTL/TRL text, read-only,
      *    never written by this system itself
           SELECT CLEARING-IN-FILE
               ASSIGN TO DYNAMIC CLEARING-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CLEARING-IN-FILE-STATUS.
      *    items this bank cannot accept - rebuilt fresh each run, the
      *    same way WIRE-OUT-FILE is
           SELECT CLEARING-RETURN-FILE
               ASSIGN TO DYNAMIC CLEARING-RETURN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CLEARING-RETURN-FILE-STATUS.
      *    this system itself (the card-scheme twin of
      *    CLEARING-IN-FILE)
           SELECT CARD-SETTLE-IN-FILE
               ASSIGN TO DYNAMIC CARD-SETTLE-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARD-SETTLE-IN-FILE-STATUS.
      *    settlement items this bank cannot honour - rebuilt fresh
      *    each run, the same way CLEARING-RETURN-FILE is
           SELECT CARD-RESPONSE-FILE
               ASSIGN TO DYNAMIC CARD-RESPONSE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARD-RESPONSE-FILE-STATUS.

      *    Card authorization log - one row per authorization request
      *    decided, keyed by its own ID with an alternate key on the
      *    card so settlement can find a card's authorizations
           SELECT CARD-AUTH-FILE
               ASSIGN TO DYNAMIC CARD-AUTH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAF-AUTH-ID
               ALTERNATE RECORD KEY IS CAF-CARD-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS CARD-AUTH-FILE-STATUS.

      *    Authorization request file received from the card network
      *    and the approve/decline answer file sent back - rebuilt
      *    fresh each run, the same way CARD-RESPONSE-FILE is
           SELECT CARD-AUTH-IN-FILE
               ASSIGN TO DYNAMIC CARD-AUTH-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARD-AUTH-IN-FILE-STATUS.

           SELECT CARD-AUTH-RESPONSE-FILE
               ASSIGN TO DYNAMIC CARD-AUTH-RESPONSE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARD-AUTH-RESPONSE-FILE-STATUS.

      *    Embossing request file sent to the card bureau and the
      *    production file it returns - rebuilt fresh each run
           SELECT CARD-EMBOSS-FILE
               ASSIGN TO DYNAMIC CARD-EMBOSS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARD-EMBOSS-FILE-STATUS.

           SELECT CARD-PRODUCTION-IN-FILE
               ASSIGN TO DYNAMIC CARD-PRODUCTION-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARD-PRODUCTION-IN-FILE-STATUS.

      *    Outbound SMS/email file for the notification gateway and
      *    the delivery-receipt file it returns - rebuilt each run
           SELECT NOTIFY-OUT-FILE
               ASSIGN TO DYNAMIC NOTIFY-OUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTIFY-OUT-FILE-STATUS.

           SELECT NOTIFY-RECEIPT-IN-FILE
               ASSIGN TO DYNAMIC NOTIFY-RECEIPT-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NOTIFY-RECEIPT-IN-FILE-STATUS.

      *    Clearing suspense holding area - one row per inbound item
      *    that could not be posted to a customer account, so incoming
      *    funds are never silently dropped
           SELECT CLEARING-SUSPENSE-FILE
               ASSIGN TO DYNAMIC CLEARING-SUSPENSE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSF-ITEM-ID
      *    prior run's record and is refused (or resumed) instead of
      *    silently double-posting
           SELECT RUN-CONTROL-FILE
               ASSIGN TO DYNAMIC RUN-CONTROL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCF-RUN-KEY
      *    every account's cycle statement, rebuilt fresh each cycle
      *    run, with form feeds separating the statements
           SELECT STATEMENT-SPOOL-FILE
               ASSIGN TO DYNAMIC STATEMENT-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATEMENT-SPOOL-FILE-STATUS.
      *    combined document per customer per cycle run, rebuilt
      *    fresh each run with form feeds separating customers
           SELECT RELATION-SPOOL-FILE
               ASSIGN TO DYNAMIC RELATION-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELATION-SPOOL-FILE-STATUS.
      *    keyed like the other master files, with an alternate key on
      *    the operator for finding a teller's open session
           SELECT DRAWER-FILE
               ASSIGN TO DYNAMIC DRAWER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRF-SESSION-ID
      *    with an alternate key on the tax ID so onboarding can find
      *    an existing customer before creating a duplicate
           SELECT CUSTOMER-FILE
               ASSIGN TO DYNAMIC CUSTOMER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUF-CUS-ID
               ALTERNATE RECORD KEY IS CUF-TAX-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUF-RM-CODE WITH DUPLICATES
               FILE STATUS IS CUSTOMER-FILE-STATUS.

      *    Loan master - one row per loan, keyed like the other master
      *    files, with an alternate key on the borrower's deposit
      *    account for per-account lookup
           SELECT LOAN-FILE
               ASSIGN TO DYNAMIC LOAN-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNF-LOAN-ID
      *    plus cheque number so presentation can validate the exact
      *    leaf being presented
           SELECT CHEQUE-FILE
               ASSIGN TO DYNAMIC CHEQUE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQF-CHEQUE-KEY
      *    Nightly ledger chain seal - appended at each cutover,
      *    the chain's anchor outside the ledger file
           SELECT LEDGER-SEAL-FILE
               ASSIGN TO DYNAMIC LEDGER-SEAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LEDGER-SEAL-FILE-STATUS.
      *    (recurring), maintained from the calendar screen and
      *    seeded with the original fixed dates on first use
           SELECT HOLIDAY-FILE
               ASSIGN TO DYNAMIC HOLIDAY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HOLIDAY-FILE-STATUS.
      *    the scheduled batch console and seeded with the standard
      *    calendar on first use
           SELECT JOB-SCHEDULE-FILE
               ASSIGN TO DYNAMIC JOB-SCHEDULE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOB-SCHEDULE-FILE-STATUS.
      *    five fixed-layout files rebuilt fresh each night beside
      *    ledger_export.csv
           SELECT MIS-CUSTOMER-FILE
               ASSIGN TO DYNAMIC MIS-CUSTOMER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MIS-CUSTOMER-FILE-STATUS.

           SELECT MIS-ACCOUNT-FILE
               ASSIGN TO DYNAMIC MIS-ACCOUNT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MIS-ACCOUNT-FILE-STATUS.

           SELECT MIS-TXN-FILE
               ASSIGN TO DYNAMIC MIS-TXN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MIS-TXN-FILE-STATUS.

           SELECT MIS-LOAN-FILE
               ASSIGN TO DYNAMIC MIS-LOAN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MIS-LOAN-FILE-STATUS.

           SELECT MIS-TERM-FILE
               ASSIGN TO DYNAMIC MIS-TERM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MIS-TERM-FILE-STATUS.
      *    sequential (raw record images, COMP-3 intact), rebuilt
      *    fresh each cut.
           SELECT DAY-TXN-EXTRACT-FILE
               ASSIGN TO DYNAMIC DAY-TXN-EXTRACT-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DAY-TXN-EXTRACT-FILE-STATUS.

           SELECT DAY-LED-EXTRACT-FILE
               ASSIGN TO DYNAMIC DAY-LED-EXTRACT-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DAY-LED-EXTRACT-FILE-STATUS.
      *    Judicial garnishment orders - one row per order, with an
      *    alternate key on the debtor account
           SELECT GARNISH-FILE
               ASSIGN TO DYNAMIC GARNISH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GNF-ORDER-ID
      *    Authorized signer register - one row per signer per
      *    account, with an alternate key on the account
           SELECT SIGNER-FILE
               ASSIGN TO DYNAMIC SIGNER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGF-SIGNER-ID
      *    Withdrawal notices for NOTICE accounts, with an
      *    alternate key on the account
           SELECT WDNOTICE-FILE
               ASSIGN TO DYNAMIC WDNOTICE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WNF-NOTICE-ID
      *    Biller directory and bill payment register, plus the
      *    per-biller remittance file and the billers' reject file
           SELECT BILLER-FILE
               ASSIGN TO DYNAMIC BILLER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLF-BILLER-ID
               FILE STATUS IS BILLER-FILE-STATUS.

           SELECT BILL-PAYMENT-FILE
               ASSIGN TO DYNAMIC BILL-PAYMENT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPF-PAYMENT-ID
               FILE STATUS IS BILL-PAYMENT-FILE-STATUS.

           SELECT BILL-REMIT-FILE
               ASSIGN TO DYNAMIC BILL-REMIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BILL-REMIT-FILE-STATUS.

           SELECT BILL-REJECT-FILE
               ASSIGN TO DYNAMIC BILL-REJECT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BILL-REJECT-FILE-STATUS.
      *    Safe deposit box register, keyed by the box number, and
      *    the append-only access log beside it
           SELECT SAFEBOX-FILE
               ASSIGN TO DYNAMIC SAFEBOX-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBF-BOX-NUMBER
               FILE STATUS IS SAFEBOX-FILE-STATUS.

           SELECT SAFEBOX-LOG-FILE
               ASSIGN TO DYNAMIC SAFEBOX-LOG-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SAFEBOX-LOG-FILE-STATUS.

      *    Escrow deals - one row per deal, keyed by its own ID
           SELECT ESCROW-FILE
               ASSIGN TO DYNAMIC ESCROW-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESF-ESCROW-ID
      *    account or customer, with alternate keys on both so the
      *    account-load path finds everything that applies
           SELECT MEMO-FILE
               ASSIGN TO DYNAMIC MEMO-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MMF-MEMO-ID
      *    Customer advice notices - one row per automated event
      *    that touched a customer's money, keyed by its own ID
           SELECT NOTICE-FILE
               ASSIGN TO DYNAMIC NOTICE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-NOTICE-ID
      *    Advice letter print spool - appended to by each advice
      *    print run, one letter per queued notice
           SELECT ADVICE-SPOOL-FILE
               ASSIGN TO DYNAMIC ADVICE-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ADVICE-SPOOL-FILE-STATUS.

      *    Held-mail register - one row per document diverted for
      *    returned mail, with its print lines in a companion file
      *    keyed by the register ID and line number
           SELECT HELD-MAIL-FILE
               ASSIGN TO DYNAMIC HELD-MAIL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HMF-HELD-ID
               ALTERNATE RECORD KEY IS HMF-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS HELD-MAIL-FILE-STATUS.

           SELECT HELD-MAIL-LINE-FILE
               ASSIGN TO DYNAMIC HELD-MAIL-LINE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLF-LINE-KEY
               FILE STATUS IS HELD-MAIL-LINE-FILE-STATUS.

      *    Held-mail reprint spool - appended to by each reprint run
           SELECT MAIL-REPRINT-SPOOL-FILE
               ASSIGN TO DYNAMIC MAIL-REPRINT-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MAIL-REPRINT-SPOOL-FILE-STATUS.

      *    Print spool archive - the catalogue of every document the
      *    print runs spooled, keyed by run and document number with
      *    account and customer alternate keys, the archived spool
      *    lines keyed by run and line number, and the spool the
      *    archived documents are reprinted onto
           SELECT SPOOL-CATALOGUE-FILE
               ASSIGN TO DYNAMIC SPOOL-CATALOGUE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPF-KEY
               ALTERNATE RECORD KEY IS SPF-ACCOUNT-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SPF-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS SPOOL-CATALOGUE-FILE-STATUS.

           SELECT SPOOL-ARCHIVE-FILE
               ASSIGN TO DYNAMIC SPOOL-ARCHIVE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAF-KEY
               FILE STATUS IS SPOOL-ARCHIVE-FILE-STATUS.

           SELECT SPOOL-REPRINT-SPOOL-FILE
               ASSIGN TO DYNAMIC SPOOL-REPRINT-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SPOOL-REPRINT-SPOOL-FILE-STATUS.

      *    Complaint / service case register - one row per case,
      *    keyed by case number with the customer as alternate key
           SELECT COMPLAINT-FILE
               ASSIGN TO DYNAMIC COMPLAINT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-CASE-ID
               ALTERNATE RECORD KEY IS CPL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS COMPLAINT-FILE-STATUS.

      *    Suspicious activity case file - one row per case, keyed
      *    by case number with the subject customer as alternate key
           SELECT SAR-CASE-FILE
               ASSIGN TO DYNAMIC SAR-CASE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCF-CASE-ID
               ALTERNATE RECORD KEY IS SCF-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS SAR-CASE-FILE-STATUS.

      *    Branch master - one row per branch, keyed by the branch
      *    code every other file carries
           SELECT BRANCH-FILE
               ASSIGN TO DYNAMIC BRANCH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRF-BRANCH-CODE
               FILE STATUS IS BRANCH-FILE-STATUS.

      *    Branch vault positions - one row per branch, keyed by the
      *    branch code
           SELECT VAULT-FILE
               ASSIGN TO DYNAMIC VAULT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTF-BRANCH-CODE
      *    Vault cash shipments to/from the central bank - one row
      *    per ordered shipment
           SELECT VAULT-SHIPMENT-FILE
               ASSIGN TO DYNAMIC VAULT-SHIPMENT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSF-SHIPMENT-ID
               FILE STATUS IS VAULT-SHIPMENT-FILE-STATUS.

      *    ATM register - one row per cash machine, keyed by its
      *    network terminal ID with an alternate key on the branch
      *    so the daily cash report can walk a branch's machines
           SELECT ATM-FILE
               ASSIGN TO DYNAMIC ATM-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATF-TERMINAL-ID
               ALTERNATE RECORD KEY IS ATF-BRANCH-CODE
                   WITH DUPLICATES
               FILE STATUS IS ATM-FILE-STATUS.

      *    Cash-count file returned by the ATM replenishment crews -
      *    read fresh each run
           SELECT ATM-COUNT-IN-FILE
               ASSIGN TO DYNAMIC ATM-COUNT-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ATM-COUNT-IN-FILE-STATUS.

      *    Cash count denomination register - the note and coin
      *    breakdown behind each drawer, vault and shipment total
           SELECT CASH-COUNT-FILE
               ASSIGN TO DYNAMIC CASH-COUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCF-COUNT-ID
               ALTERNATE RECORD KEY IS CCF-BRANCH-CODE
                   WITH DUPLICATES
               FILE STATUS IS CASH-COUNT-FILE-STATUS.

      *    Collection origination register - one row per receivable
      *    a corporate customer handed us to collect
           SELECT COLLECT-ORIG-FILE
               ASSIGN TO DYNAMIC COLLECT-ORIG-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COF-ITEM-ID
      *    the presentation file built for the network (rebuilt
      *    fresh), and the network's response file (read-only)
           SELECT RECEIVABLES-IN-FILE
               ASSIGN TO DYNAMIC RECEIVABLES-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECEIVABLES-IN-FILE-STATUS.

           SELECT COLLECT-PRESENT-FILE
               ASSIGN TO DYNAMIC COLLECT-PRESENT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COLLECT-PRESENT-FILE-STATUS.

           SELECT ORIG-RESPONSE-FILE
               ASSIGN TO DYNAMIC ORIG-RESPONSE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORIG-RESPONSE-FILE-STATUS.
      *    account, keyed by its own ID with an alternate key on the
      *    account for on-screen listing
           SELECT FUNDS-HOLD-FILE
               ASSIGN TO DYNAMIC FUNDS-HOLD-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHF-HOLD-ID
      *    hold on an inbound clearing credit, with an alternate key
      *    on the account for on-screen inquiry
           SELECT AVAIL-HOLD-FILE
               ASSIGN TO DYNAMIC AVAIL-HOLD-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHF-HOLD-ID
      *    Passbook positions - one row per passbook-holding
      *    account, keyed by the account
           SELECT PASSBOOK-FILE
               ASSIGN TO DYNAMIC PASSBOOK-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBF-ACCOUNT-ID
      *    Collateral register - one row per pledged asset, keyed
      *    by its own ID with an alternate key on the secured loan
           SELECT COLLATERAL-FILE
               ASSIGN TO DYNAMIC COLLATERAL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLF-COLLATERAL-ID
      *    our counter but drawn on another bank, keyed by its own
      *    item ID, with an alternate key on the depositing account
           SELECT DEPOSITED-ITEM-FILE
               ASSIGN TO DYNAMIC DEPOSITED-ITEM-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIF-ITEM-ID
      *    network at end of day - rebuilt fresh each run, the same
      *    way WIRE-OUT-FILE is
           SELECT OUT-COLLECT-FILE
               ASSIGN TO DYNAMIC OUT-COLLECT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OUT-COLLECT-FILE-STATUS.
      *    Drawee banks' response file for outward collection items
      *    (ACK = cleared, RTN = bounced) - read-only
           SELECT COLLECT-RTN-FILE
               ASSIGN TO DYNAMIC COLLECT-RTN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COLLECT-RTN-FILE-STATUS.
      *    Exchange rate table - one row per directed currency pair,
      *    maintained from the rates desk's daily sheet
           SELECT FX-RATE-FILE
               ASSIGN TO DYNAMIC FX-RATE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXF-PAIR
               FILE STATUS IS FX-RATE-FILE-STATUS.

      *    Posting rules - transaction code and channel to the GL
      *    accounts the mirror leg books to, maintained by finance
           SELECT POSTING-RULE-FILE
               ASSIGN TO DYNAMIC POSTING-RULE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS POSTING-RULE-FILE-STATUS.

      *    FX revaluation positions - one row per non-reporting
      *    currency, carrying the rate it was last revalued at
           SELECT FX-POSITION-FILE
               ASSIGN TO DYNAMIC FX-POSITION-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXPF-CURRENCY
      *    Compliance watchlist - one row per blocked party, screened
      *    at onboarding and on outbound transfers
           SELECT WATCHLIST-FILE
               ASSIGN TO DYNAMIC WATCHLIST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLF-ENTRY-ID
      *    Teller receipt print spool - appended all day, one numbered
      *    receipt per successful teller transaction (and reprints)
           SELECT RECEIPT-SPOOL-FILE
               ASSIGN TO DYNAMIC RECEIPT-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RECEIPT-SPOOL-FILE-STATUS.
      *    other master files, with an alternate key on the source
      *    account so a teller can show a customer what is waiting
           SELECT FUTURE-PAYMENT-FILE
               ASSIGN TO DYNAMIC FUTURE-PAYMENT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPF-PAYMENT-ID
      *    Escheatment remittance file for the unclaimed-funds
      *    authority - rebuilt fresh by each escheatment run
           SELECT ESCHEAT-REMIT-FILE
               ASSIGN TO DYNAMIC ESCHEAT-REMIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ESCHEAT-REMIT-FILE-STATUS.
      *    Waived fee log - append-only record of every fee a plan
      *    or balance floor waived
           SELECT WAIVED-FEE-FILE
               ASSIGN TO DYNAMIC WAIVED-FEE-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WAIVED-FEE-FILE-STATUS.
      *    outbound balance and movement deltas - the same file
      *    discipline CLEARIN and WIREOUT follow
           SELECT OLB-INSTRUCTION-FILE
               ASSIGN TO DYNAMIC OLB-INSTRUCTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OLB-INSTRUCTION-FILE-STATUS.

           SELECT OLB-RESPONSE-FILE
               ASSIGN TO DYNAMIC OLB-RESPONSE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OLB-RESPONSE-FILE-STATUS.

           SELECT OLB-BALANCE-FILE
               ASSIGN TO DYNAMIC OLB-BALANCE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OLB-BALANCE-FILE-STATUS.

           SELECT OLB-MOVEMENT-FILE
               ASSIGN TO DYNAMIC OLB-MOVEMENT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OLB-MOVEMENT-FILE-STATUS.
      *    reviewing operator signs off on, and the released file
      *    the FIU portal ingests
           SELECT CTR-PENDING-FILE
               ASSIGN TO DYNAMIC CTR-PENDING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CTR-PENDING-FILE-STATUS.

           SELECT CTR-FILING-FILE
               ASSIGN TO DYNAMIC CTR-FILING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CTR-FILING-FILE-STATUS.

      *    FIU suspicious activity report filing - appended to by
      *    each SARFILE run, ingested by the FIU portal
           SELECT SAR-FILING-FILE
               ASSIGN TO DYNAMIC SAR-FILING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SAR-FILING-FILE-STATUS.

      *    Annual interest / withholding tax certificate print
      *    spool - rebuilt fresh by each year-end certificate run
           SELECT TAXCERT-SPOOL-FILE
               ASSIGN TO DYNAMIC TAXCERT-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TAXCERT-SPOOL-FILE-STATUS.
      *    layout the regulator's portal accepts - rebuilt fresh by
      *    each month-end deposits return run
           SELECT CB-RETURN-FILE
               ASSIGN TO DYNAMIC CB-RETURN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CB-RETURN-FILE-STATUS.
      *    line-sequential manifest of per-file record counts the
      *    restore verifies before swapping anything in
           SELECT BACKUP-SET-FILE
               ASSIGN TO DYNAMIC BACKUP-SET-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKUP-SET-FILE-STATUS.

           SELECT BACKUP-MANIFEST-FILE
               ASSIGN TO DYNAMIC BACKUP-MANIFEST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKUP-MANIFEST-FILE-STATUS.
      *    timestamp and the acting operator, so a restored backup
      *    can be rolled forward to the moment of failure
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC JOURNAL-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
      *    Balance sweep arrangements - one row per linked account
      *    pair, evaluated nightly after posting
           SELECT SWEEP-FILE
               ASSIGN TO DYNAMIC SWEEP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWF-SWEEP-ID
      *    Manual journal vouchers - one row per voucher, keyed by
      *    its own voucher ID
           SELECT JOURNAL-VOUCHER-FILE
               ASSIGN TO DYNAMIC JOURNAL-VOUCHER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JVF-VOUCHER-ID
      *    closed accounting period, keyed by period and account
      *    together
           SELECT GL-PERIOD-FILE
               ASSIGN TO DYNAMIC GL-PERIOD-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPF-PERIOD-KEY
      *    Internal GL chart of accounts - a handful of seeded rows,
      *    one per position finance reports on
           SELECT GL-ACCOUNT-FILE
               ASSIGN TO DYNAMIC GL-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLF-ID
               FILE STATUS IS GL-ACCOUNT-FILE-STATUS.

      *    The chart's booked balances split by branch - one row per
      *    branch per chart row, keyed by branch and account together
           SELECT GL-BRANCH-FILE
               ASSIGN TO DYNAMIC GL-BRANCH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBF-KEY
               FILE STATUS IS GL-BRANCH-FILE-STATUS.

      *    Per-period GL balances by branch, written beside the
      *    bank-wide period rows at each period close
           SELECT GL-BRANCH-PERIOD-FILE
               ASSIGN TO DYNAMIC GL-BRANCH-PERIOD-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPB-KEY
               FILE STATUS IS GL-BRANCH-PERIOD-FILE-STATUS.

      *    Inter-branch entries - one row per posting that moved
      *    money between two branches, keyed by its transaction
           SELECT INTER-BRANCH-FILE
               ASSIGN TO DYNAMIC INTER-BRANCH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBF-TXN-ID
               FILE STATUS IS INTER-BRANCH-FILE-STATUS.

      *    Budget lines - one row per fiscal year, month, chart row
      *    and branch, replaced a whole year at a time by the budget
      *    load
           SELECT BUDGET-FILE
               ASSIGN TO DYNAMIC BUDGET-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BGF-KEY
               FILE STATUS IS BUDGET-FILE-STATUS.

      *    Budget load file - fixed-format HDR/DTL input prepared by
      *    finance, never written by this system itself
           SELECT BUDGET-IMPORT-FILE
               ASSIGN TO DYNAMIC BUDGET-IMPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUDGET-IMPORT-FILE-STATUS.

      *    Suspense open items - one row per movement on a chart row
      *    under open-item control, keyed by item ID
           SELECT OPEN-ITEM-FILE
               ASSIGN TO DYNAMIC OPEN-ITEM-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OIF-ITEM-ID
               FILE STATUS IS OPEN-ITEM-FILE-STATUS.

      *    Interbank money market deals - one row per placement or
      *    borrowing captured by treasury, keyed by deal number
           SELECT MM-DEAL-FILE
               ASSIGN TO DYNAMIC MM-DEAL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDF-DEAL-ID
               FILE STATUS IS MM-DEAL-FILE-STATUS.

      *    Money market counterparties and their placement limits,
      *    keyed by counterparty code
           SELECT MM-COUNTERPARTY-FILE
               ASSIGN TO DYNAMIC MM-COUNTERPARTY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCF-COUNTERPARTY
               FILE STATUS IS MM-COUNTERPARTY-FILE-STATUS.

      *    FX counter exchanges - one row per walk-in purchase or sale
      *    of foreign banknotes at a teller drawer, keyed by deal
      *    number
           SELECT FX-COUNTER-FILE
               ASSIGN TO DYNAMIC FX-COUNTER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXCF-DEAL-ID
               FILE STATUS IS FX-COUNTER-FILE-STATUS.

      *    Employer payroll file - fixed-format HDR/DTL input brought
      *    in by the employer, never written by this system itself
           SELECT PAYROLL-IMPORT-FILE
               ASSIGN TO DYNAMIC PAYROLL-IMPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PAYROLL-IMPORT-FILE-STATUS.
      *    collection batch and the teller can find a customer's
      *    mandates
           SELECT DD-MANDATE-FILE
               ASSIGN TO DYNAMIC DD-MANDATE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDF-MANDATE-ID
      *    Collectors' presentation file (read-only input) and the
      *    returns file bounced collections go back on
           SELECT DD-COLLECTION-FILE
               ASSIGN TO DYNAMIC DD-COLLECTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DD-COLLECTION-FILE-STATUS.

           SELECT DD-RETURN-FILE
               ASSIGN TO DYNAMIC DD-RETURN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DD-RETURN-FILE-STATUS.
      *    Transfer alias directory - keyed by the alias text itself
      *    (a tax ID, phone number or email), resolving to an account
           SELECT ALIAS-FILE
               ASSIGN TO DYNAMIC ALIAS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASF-ALIAS-KEY
               FILE STATUS IS ALIAS-FILE-STATUS.

      *    Loan application register - one row per credit
      *    application, keyed by its own ID with an alternate key on
      *    the applying customer
           SELECT LOAN-APPLICATION-FILE
               ASSIGN TO DYNAMIC LOAN-APPLICATION-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAF-APP-ID
               ALTERNATE RECORD KEY IS LAF-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS LOAN-APPLICATION-FILE-STATUS.

      *    Loan restructure history - one row per restructure, keyed
      *    by loan plus restructure sequence so a loan's history
      *    reads back in order
           SELECT LOAN-RESTRUCTURE-FILE
               ASSIGN TO DYNAMIC LOAN-RESTRUCTURE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRF-RESTRUCTURE-KEY
               FILE STATUS IS LOAN-RESTRUCTURE-FILE-STATUS.

      *    Recoveries on written-off loans - one row per amount
      *    collected, keyed by loan plus recovery sequence
           SELECT LOAN-RECOVERY-FILE
               ASSIGN TO DYNAMIC LOAN-RECOVERY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVF-RECOVERY-KEY
               FILE STATUS IS LOAN-RECOVERY-FILE-STATUS.

      *    Effective-dated reference index values for FLOATING loans,
      *    keyed by index code plus effective date
           SELECT REFERENCE-RATE-FILE
               ASSIGN TO DYNAMIC REFERENCE-RATE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRF-RATE-KEY
               FILE STATUS IS REFERENCE-RATE-FILE-STATUS.

      *    Effective-dated, tiered interest rate schedules for the
      *    deposit and overdraft products, keyed by product plus
      *    effective date
           SELECT INTEREST-RATE-FILE
               ASSIGN TO DYNAMIC INTEREST-RATE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRSF-SCHEDULE-KEY
               FILE STATUS IS INTEREST-RATE-FILE-STATUS.

      *    Term deposit rate card, keyed by currency, term, amount
      *    band floor, effective date and row kind
           SELECT TD-RATE-CARD-FILE
               ASSIGN TO DYNAMIC TD-RATE-CARD-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDRF-CARD-KEY
               FILE STATUS IS TD-RATE-CARD-FILE-STATUS.

      *    Term deposits opened above the rate card, keyed by the
      *    opening posting date plus account
           SELECT TD-RATE-EXCEPTION-FILE
               ASSIGN TO DYNAMIC TD-RATE-EXCEPTION-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDXF-EXCEPTION-KEY
               FILE STATUS IS TD-RATE-EXCEPTION-FILE-STATUS.

      *    Processing cut-off times, keyed by payment type plus
      *    channel
           SELECT CUTOFF-FILE
               ASSIGN TO DYNAMIC CUTOFF-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUTF-CUTOFF-KEY
               FILE STATUS IS CUTOFF-FILE-STATUS.

      *    Positive pay enrolments, keyed by account
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO DYNAMIC POSITIVE-PAY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPYF-ACCOUNT-ID
               FILE STATUS IS POSITIVE-PAY-FILE-STATUS.

      *    Positive pay exceptions, keyed by account plus cheque
      *    number
           SELECT PPAY-EXCEPTION-FILE
               ASSIGN TO DYNAMIC PPAY-EXCEPTION-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPXF-EXCEPTION-KEY
               FILE STATUS IS PPAY-EXCEPTION-FILE-STATUS.

      *    Issued-cheque file sent by positive pay customers -
      *    fixed-format HDR/DTL/TRL text, read-only
           SELECT PPAY-ISSUE-IN-FILE
               ASSIGN TO DYNAMIC PPAY-ISSUE-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PPAY-ISSUE-IN-FILE-STATUS.

      *    Instant payments sent and received, keyed by reference,
      *    with the account as an alternate key for the enquiry
           SELECT INSTANT-PAYMENT-FILE
               ASSIGN TO DYNAMIC INSTANT-PAYMENT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPMF-REFERENCE
               ALTERNATE RECORD KEY IS IPMF-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS INSTANT-PAYMENT-FILE-STATUS.

      *    Instant payment settlement position, keyed by scheme
           SELECT IPAY-POSITION-FILE
               ASSIGN TO DYNAMIC IPAY-POSITION-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPPF-SCHEME-ID
               FILE STATUS IS IPAY-POSITION-FILE-STATUS.

      *    Messages to the instant payment scheme - appended by every
      *    send and reply, collected by the scheme gateway
           SELECT IPAY-OUTBOX-FILE
               ASSIGN TO DYNAMIC IPAY-OUTBOX-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS IPAY-OUTBOX-FILE-STATUS.

      *    Messages from the instant payment scheme, delivered by the
      *    scheme gateway - read-only
           SELECT IPAY-INBOX-FILE
               ASSIGN TO DYNAMIC IPAY-INBOX-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS IPAY-INBOX-FILE-STATUS.

      *    The scheme's daily settlement statement - read-only
           SELECT IPAY-STMT-FILE
               ASSIGN TO DYNAMIC IPAY-STMT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS IPAY-STMT-FILE-STATUS.

      *    Operator session register, keyed by session ID with the
      *    operator as alternate key for the concurrent-login check
           SELECT SESSION-FILE
               ASSIGN TO DYNAMIC SESSION-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESF-SESSION-ID
               ALTERNATE RECORD KEY IS SESF-OPERATOR-ID WITH DUPLICATES
               FILE STATUS IS SESSION-FILE-STATUS.

      *    Reference data change history, keyed by change number with
      *    the table as alternate key for the inquiry and report
           SELECT REF-CHANGE-FILE
               ASSIGN TO DYNAMIC REF-CHANGE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCF-CHANGE-ID
               ALTERNATE RECORD KEY IS RCF-TABLE WITH DUPLICATES
               FILE STATUS IS REF-CHANGE-FILE-STATUS.

      *    Transaction fee tariff, keyed by transaction type and
      *    channel together
           SELECT FEE-TARIFF-FILE
               ASSIGN TO DYNAMIC FEE-TARIFF-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTF-KEY
               FILE STATUS IS FEE-TARIFF-FILE-STATUS.

      *    Product catalogue, keyed by product code
           SELECT PRODUCT-FILE
               ASSIGN TO DYNAMIC PRODUCT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDF-CODE
               FILE STATUS IS PRODUCT-FILE-STATUS.

      *    Nightly exceptions register, keyed by business date, source
      *    job and sequence, and the departments' sign-offs against it
           SELECT EOD-EXCEPTION-FILE
               ASSIGN TO DYNAMIC EOD-EXCEPTION-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXF-KEY
               FILE STATUS IS EOD-EXCEPTION-FILE-STATUS.

           SELECT EOD-SIGNOFF-FILE
               ASSIGN TO DYNAMIC EOD-SIGNOFF-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESF-KEY
               FILE STATUS IS EOD-SIGNOFF-FILE-STATUS.

      *    Monthly credit bureau submission and the bureau's rejects
           SELECT CREDIT-BUREAU-FILE
               ASSIGN TO DYNAMIC CREDIT-BUREAU-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CREDIT-BUREAU-FILE-STATUS.

           SELECT BUREAU-REJECT-FILE
               ASSIGN TO DYNAMIC BUREAU-REJECT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUREAU-REJECT-FILE-STATUS.

      *    Loan amortization schedule print spool - appended to at
      *    every booking and every schedule printed on request
           SELECT LOAN-SCHEDULE-SPOOL-FILE
               ASSIGN TO DYNAMIC LOAN-SCHEDULE-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOAN-SCHEDULE-SPOOL-FILE-STATUS.

      *    Annual loan statement print spool - rebuilt fresh by each
      *    year-end loan statement run
           SELECT LOAN-STMT-SPOOL-FILE
               ASSIGN TO DYNAMIC LOAN-STMT-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOAN-STMT-SPOOL-FILE-STATUS.

      *    External auditors' confirmation requests - read-only
           SELECT CONFIRM-REQUEST-FILE
               ASSIGN TO DYNAMIC CONFIRM-REQUEST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONFIRM-REQUEST-FILE-STATUS.

      *    Audit confirmation letter print spool - rebuilt fresh by
      *    each confirmation letter run
           SELECT CONFIRM-SPOOL-FILE
               ASSIGN TO DYNAMIC CONFIRM-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONFIRM-SPOOL-FILE-STATUS.

      *    Audit confirmation register, keyed by control number with
      *    the customer as alternate key
           SELECT CONFIRM-REGISTER-FILE
               ASSIGN TO DYNAMIC CONFIRM-REGISTER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFF-CONTROL-NO
               ALTERNATE RECORD KEY IS CFF-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS CONFIRM-REGISTER-FILE-STATUS.

      *    Payment redirections for closed accounts, keyed by the
      *    closed account with the customer as alternate key
           SELECT REDIRECT-FILE
               ASSIGN TO DYNAMIC REDIRECT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDF-OLD-ACCOUNT-ID
               ALTERNATE RECORD KEY IS RDF-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS REDIRECT-FILE-STATUS.

      *    Redirected payment log, keyed by item number with the old
      *    account as alternate key
           SELECT REDIRECT-ITEM-FILE
               ASSIGN TO DYNAMIC REDIRECT-ITEM-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIF-ITEM-ID
               ALTERNATE RECORD KEY IS RIF-OLD-ACCOUNT-ID
                   WITH DUPLICATES
               FILE STATUS IS REDIRECT-ITEM-FILE-STATUS.

      *    Direct debit collector advices - appended as redirections
      *    are set up, picked up by the collectors' outbound channel
           SELECT REDIRECT-ADVICE-FILE
               ASSIGN TO DYNAMIC REDIRECT-ADVICE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REDIRECT-ADVICE-FILE-STATUS.

      *    Monthly payment redirection report print spool - rebuilt
      *    fresh by each monthly run
           SELECT REDIRECT-SPOOL-FILE
               ASSIGN TO DYNAMIC REDIRECT-SPOOL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REDIRECT-SPOOL-FILE-STATUS.

      *    Effective-dated financial transaction tax rates, keyed by
      *    taxed operation plus effective date
           SELECT TAX-RATE-FILE
               ASSIGN TO DYNAMIC TAX-RATE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXF-RATE-KEY
               FILE STATUS IS TAX-RATE-FILE-STATUS.

      *    Customer consent register, keyed by customer plus purpose
      *    plus event, so one purpose's history reads in the order
      *    it was recorded
           SELECT CONSENT-FILE
               ASSIGN TO DYNAMIC CONSENT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGF-CONSENT-KEY
               FILE STATUS IS CONSENT-FILE-STATUS.

      *    Collections queue, keyed by source (LOAN or OD) plus the
      *    loan or account number
           SELECT COLLECTION-CASE-FILE
               ASSIGN TO DYNAMIC COLLECTION-CASE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLK-CASE-KEY
               FILE STATUS IS COLLECTION-CASE-FILE-STATUS.

      *    Collections contact log and promises to pay, keyed by the
      *    case plus a contact sequence
           SELECT COLLECTION-CONTACT-FILE
               ASSIGN TO DYNAMIC COLLECTION-CONTACT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKF-CONTACT-KEY
               FILE STATUS IS COLLECTION-CONTACT-FILE-STATUS.

      *    Branch cash demand history and forecast, keyed by branch
      *    plus business date so one branch's days read in order
           SELECT CASH-DEMAND-FILE
               ASSIGN TO DYNAMIC CASH-DEMAND-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSD-DEMAND-KEY
               FILE STATUS IS CASH-DEMAND-FILE-STATUS.

      *    Relationship manager master, keyed by RM code
           SELECT RM-FILE
               ASSIGN TO DYNAMIC RM-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMF-RM-CODE
               FILE STATUS IS RM-FILE-STATUS.

      *    Relationship manager assignment history, keyed by customer
      *    plus event so one customer's changes read in order
           SELECT RM-ASSIGNMENT-FILE
               ASSIGN TO DYNAMIC RM-ASSIGNMENT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAF-ASSIGNMENT-KEY
               FILE STATUS IS RM-ASSIGNMENT-FILE-STATUS.

      *    Latest customer profitability figures, keyed by customer
           SELECT CUSTOMER-PROFIT-FILE
               ASSIGN TO DYNAMIC CUSTOMER-PROFIT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-CUSTOMER-ID
               FILE STATUS IS CUSTOMER-PROFIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * FD record layouts mirror the WORKING-STORAGE record layouts in
           05  AF-LAST-MAINT-FEE-DATE  PIC 9(8).
           05  AF-FEE-PLAN             PIC X(8).
           05  AF-FREE-TXNS-USED       PIC 9(3).
           05  AF-GUARDIAN-CUSTOMER-ID PIC 9(8).
           05  AF-MINOR-STATUS         PIC X(1).
           05  AF-PRODUCT-CODE         PIC X(8).
           05  AF-OPENING-DEPOSIT      PIC S9(13)V99 COMP-3.
           05  AF-FILLER               PIC X(20).

       FD  LEDGER-FILE.
       01  LEDGER-FILE-REC.
           05  LF-VALUE-DATE           PIC 9(8).
           05  LF-GL-ACCOUNT           PIC 9(4).
           05  LF-CHAIN-HASH           PIC 9(15).
           05  LF-TXN-CODE             PIC X(6).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-REC.
           05  TF-DISPUTE-OPENED       PIC 9(8).
           05  TF-PROV-CREDIT-TXN-ID   PIC 9(12).
           05  TF-APPROVER-OP-ID       PIC 9(6).
           05  TF-TXN-CODE             PIC X(6).

       FD  CONTROL-FILE.
       01  CONTROL-FILE-REC            PIC X(591).

      *    Archived transaction record - same 254-byte layout as
      *    TRANSACTION-FILE-REC, stored as a plain byte image since
      *    the structure already lives in TRANSACTION-RECORD
       FD  TRANSACTION-ARCHIVE-FILE.
       01  TRANSACTION-ARCHIVE-FILE-REC PIC X(254).

      *    The shadow must always be the full length of
      *    CONTROL-FILE-REC, or the crash-recovery copy silently
      *    loses whatever counters live at the end of the record
       FD  CONTROL-BACKUP-FILE.
       01  CONTROL-BACKUP-FILE-REC     PIC X(591).

       FD  PARAMETER-FILE.
       01  PARAMETER-FILE-REC          PIC X(190).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-FILE-REC.
       01  OPERATOR-FILE-REC.
           05  OF-OP-ID                PIC 9(6).
           05  OF-NAME                 PIC X(30).
           05  OF-PIN-SALT             PIC X(16).
           05  OF-PIN-HASH             PIC X(30).
           05  OF-STATUS               PIC X(8).
           05  OF-CREATED-TS           PIC X(14).
           05  OF-LAST-LOGIN-TS        PIC X(14).
           05  OF-FORCE-PIN-CHANGE     PIC 9.
           05  OF-FAILED-ATTEMPTS      PIC 99.
           05  OF-DEBIT-LIMIT          PIC S9(13)V99 COMP-3.
           05  OF-CUSTOMER-ID          PIC 9(8).
           05  OF-RELATED-COUNT        PIC 9.
           05  OF-RELATED-CUSTOMER-ID  PIC 9(8) OCCURS 5 TIMES.
           05  OF-TRAINEE-SWITCH       PIC X.

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC.
           05  CDF-EXPIRY-DATE         PIC 9(6).
           05  CDF-CREATED-TS          PIC X(14).
           05  CDF-UPDATED-TS          PIC X(14).
           05  CDF-PIN-SALT            PIC X(16).
           05  CDF-PIN-HASH            PIC X(30).
           05  CDF-ATM-DAILY-LIMIT     PIC S9(13)V99 COMP-3.
           05  CDF-POS-DAILY-LIMIT     PIC S9(13)V99 COMP-3.
           05  CDF-LIMIT-USE-DATE      PIC 9(8).
           05  CDF-ATM-USED-TODAY      PIC S9(13)V99 COMP-3.
           05  CDF-POS-USED-TODAY      PIC S9(13)V99 COMP-3.
           05  CDF-ISSUE-REASON        PIC X.
           05  CDF-EMBOSS-SENT-DATE    PIC 9(8).
           05  CDF-PRODUCTION-DATE     PIC 9(8).
           05  CDF-PREDECESSOR-CARD    PIC 9(16) COMP-3.
           05  CDF-SUCCESSOR-FLAG      PIC X.
           05  CDF-FILLER              PIC X(3).

       FD  WIRE-ITEM-FILE.
       01  WIRE-ITEM-FILE-REC.
       FD  CTR-FILING-FILE.
       01  CTR-FILING-FILE-REC         PIC X(100).

       FD  SAR-FILING-FILE.
       01  SAR-FILING-FILE-REC         PIC X(150).

       FD  TAXCERT-SPOOL-FILE.
       01  TAXCERT-SPOOL-FILE-REC      PIC X(132).

       FD  CARD-RESPONSE-FILE.
       01  CARD-RESPONSE-FILE-REC      PIC X(100).

       FD  CARD-AUTH-FILE.
       01  CARD-AUTH-FILE-REC.
           05  CAF-AUTH-ID             PIC 9(10).
           05  CAF-CARD-NUMBER         PIC 9(16).
           05  CAF-ACCOUNT-ID          PIC 9(8).
           05  CAF-CHANNEL             PIC X(3).
           05  CAF-AMOUNT              PIC S9(13)V99 COMP-3.
           05  CAF-REFERENCE           PIC X(20).
           05  CAF-AUTH-DATE           PIC 9(8).
           05  CAF-STATUS              PIC X(8).
           05  CAF-DECLINE-REASON      PIC X(30).
           05  CAF-HOLD-ID             PIC 9(10).
           05  CAF-SETTLED-AMOUNT      PIC S9(13)V99 COMP-3.
           05  CAF-CLOSED-DATE         PIC 9(8).
           05  CAF-CREATED-TS          PIC X(14).
           05  CAF-FILLER              PIC X(20).

       FD  CARD-AUTH-IN-FILE.
       01  CARD-AUTH-IN-FILE-REC       PIC X(100).

       FD  CARD-AUTH-RESPONSE-FILE.
       01  CARD-AUTH-RESPONSE-FILE-REC PIC X(100).

       FD  CARD-EMBOSS-FILE.
       01  CARD-EMBOSS-FILE-REC        PIC X(150).

       FD  CARD-PRODUCTION-IN-FILE.
       01  CARD-PRODUCTION-IN-FILE-REC PIC X(100).

       FD  NOTIFY-OUT-FILE.
       01  NOTIFY-OUT-FILE-REC         PIC X(250).

       FD  NOTIFY-RECEIPT-IN-FILE.
       01  NOTIFY-RECEIPT-IN-FILE-REC  PIC X(100).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-FILE-REC.
           05  HMF-HELD-ID             PIC 9(10).
           05  HMF-CUSTOMER-ID         PIC 9(8).
           05  HMF-ACCOUNT-ID          PIC 9(8).
           05  HMF-DOC-TYPE            PIC X(8).
           05  HMF-DOC-REF             PIC X(20).
           05  HMF-HELD-DATE           PIC 9(8).
           05  HMF-LINE-COUNT          PIC 9(5).
           05  HMF-STATUS              PIC X(8).
           05  HMF-RELEASED-DATE       PIC 9(8).
           05  HMF-REPRINTED-DATE      PIC 9(8).
           05  HMF-CREATED-TS          PIC X(14).
           05  HMF-FILLER              PIC X(20).

       FD  HELD-MAIL-LINE-FILE.
       01  HELD-MAIL-LINE-FILE-REC.
           05  HLF-LINE-KEY.
               10  HLF-HELD-ID         PIC 9(10).
               10  HLF-LINE-NO         PIC 9(5).
           05  HLF-TEXT                PIC X(132).

       FD  MAIL-REPRINT-SPOOL-FILE.
       01  MAIL-REPRINT-SPOOL-FILE-REC PIC X(132).

       FD  SPOOL-CATALOGUE-FILE.
       01  SPOOL-CATALOGUE-FILE-REC.
           05  SPF-KEY                 PIC X(14).
           05  SPF-REPORT-NAME         PIC X(10).
           05  SPF-BUSINESS-DATE       PIC 9(8).
           05  SPF-ACCOUNT-ID          PIC 9(8).
           05  SPF-CUSTOMER-ID         PIC 9(8).
           05  SPF-CATALOGUE-DATA      PIC X(92).

       FD  SPOOL-ARCHIVE-FILE.
       01  SPOOL-ARCHIVE-FILE-REC.
           05  SAF-KEY                 PIC X(15).
           05  SAF-TEXT                PIC X(132).

       FD  SPOOL-REPRINT-SPOOL-FILE.
       01  SPOOL-REPRINT-SPOOL-FILE-REC PIC X(132).

       FD  COMPLAINT-FILE.
       01  COMPLAINT-FILE-REC.
           05  CPL-CASE-ID             PIC 9(8).
           05  CPL-CUSTOMER-ID         PIC 9(8).
           05  CPL-ACCOUNT-ID          PIC 9(8).
           05  CPL-TXN-ID              PIC 9(12).
           05  CPL-DISPUTE-REF         PIC X(20).
           05  CPL-CATEGORY            PIC X(8).
           05  CPL-CHANNEL             PIC X(8).
           05  CPL-SUMMARY             PIC X(60).
           05  CPL-ASSIGNED-OPER-ID    PIC 9(6).
           05  CPL-STATUS              PIC X(8).
           05  CPL-OPENED-DATE         PIC 9(8).
           05  CPL-DEADLINE-DATE       PIC 9(8).
           05  CPL-RESOLVED-DATE       PIC 9(8).
           05  CPL-OUTCOME             PIC X(8).
           05  CPL-RESOLUTION          PIC X(60).
           05  CPL-OPENED-BY           PIC 9(6).
           05  CPL-RESOLVED-BY         PIC 9(6).
           05  CPL-CREATED-TS          PIC X(14).
           05  CPL-UPDATED-TS          PIC X(14).
           05  CPL-FILLER              PIC X(20).

       FD  SAR-CASE-FILE.
       01  SAR-CASE-FILE-REC.
           05  SCF-CASE-ID             PIC 9(8).
           05  SCF-CUSTOMER-ID         PIC 9(8).
           05  SCF-SOURCE              PIC X(8).
           05  SCF-ALERT-ID            PIC 9(10).
           05  SCF-SOURCE-TXN-ID       PIC 9(12).
           05  SCF-STATUS              PIC X(8).
           05  SCF-ANALYST-OP-ID       PIC 9(6).
           05  SCF-OPENED-DATE         PIC 9(8).
           05  SCF-ACCOUNT-COUNT       PIC 9.
           05  SCF-ACCOUNT-ID          PIC 9(8) OCCURS 5 TIMES.
           05  SCF-TXN-COUNT           PIC 99.
           05  SCF-TXN-ID              PIC 9(12) OCCURS 15 TIMES.
           05  SCF-TXN-TOTAL           PIC S9(13)V99 COMP-3.
           05  SCF-NARRATIVE           PIC X(60) OCCURS 4 TIMES.
           05  SCF-REFERRED-DATE       PIC 9(8).
           05  SCF-DECISION-OP-ID      PIC 9(6).
           05  SCF-DECISION-DATE       PIC 9(8).
           05  SCF-DECISION-NOTE       PIC X(40).
           05  SCF-FILED-DATE          PIC 9(8).
           05  SCF-CREATED-TS          PIC X(14).
           05  SCF-UPDATED-TS          PIC X(14).
           05  SCF-FILLER              PIC X(10).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-FILE-REC.
           05  RCF-RUN-KEY.
           05  GLF-UPDATED-TS          PIC X(14).
           05  GLF-FILLER              PIC X(10).

       FD  GL-BRANCH-FILE.
       01  GL-BRANCH-FILE-REC.
           05  GBF-KEY.
               10  GBF-BRANCH-CODE     PIC X(4).
               10  GBF-GLA-ID          PIC 9(4).
           05  GBF-BALANCE             PIC S9(13)V99 COMP-3.
           05  GBF-UPDATED-TS          PIC X(14).
           05  GBF-FILLER              PIC X(10).

       FD  GL-BRANCH-PERIOD-FILE.
       01  GL-BRANCH-PERIOD-FILE-REC.
           05  GPB-KEY.
               10  GPB-PERIOD          PIC 9(6).
               10  GPB-BRANCH-CODE     PIC X(4).
               10  GPB-GLA-ID          PIC 9(4).
           05  GPB-CLOSING-BAL         PIC S9(13)V99 COMP-3.
           05  GPB-OPENING-BAL         PIC S9(13)V99 COMP-3.
           05  GPB-CREATED-TS          PIC X(14).
           05  GPB-FILLER              PIC X(10).

       FD  INTER-BRANCH-FILE.
       01  INTER-BRANCH-FILE-REC.
           05  IBF-TXN-ID              PIC 9(12).
           05  IBF-BOOKED-DATE         PIC 9(8).
           05  IBF-FROM-BRANCH         PIC X(4).
           05  IBF-TO-BRANCH           PIC X(4).
           05  IBF-AMOUNT              PIC S9(13)V99 COMP-3.
           05  IBF-TXN-CODE            PIC X(6).
           05  IBF-CREATED-TS          PIC X(14).
           05  IBF-FILLER              PIC X(10).

       FD  BUDGET-FILE.
       01  BUDGET-FILE-REC.
           05  BGF-KEY.
               10  BGF-FISCAL-YEAR     PIC 9(4).
               10  BGF-MONTH           PIC 99.
               10  BGF-GLA-ID          PIC 9(4).
               10  BGF-BRANCH-CODE     PIC X(4).
           05  BGF-AMOUNT              PIC S9(13)V99 COMP-3.
           05  BGF-LOADED-TS           PIC X(14).
           05  BGF-FILLER              PIC X(10).

       FD  BUDGET-IMPORT-FILE.
       01  BUDGET-IMPORT-FILE-REC      PIC X(100).

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-FILE-REC.
           05  OIF-ITEM-ID             PIC 9(10).
           05  OIF-GLA-ID              PIC 9(4).
           05  OIF-BRANCH-CODE         PIC X(4).
           05  OIF-REFERENCE           PIC X(20).
           05  OIF-TXN-ID              PIC 9(12).
           05  OIF-SOURCE              PIC X(2).
           05  OIF-AMOUNT              PIC S9(13)V99 COMP-3.
           05  OIF-DESCRIPTION         PIC X(40).
           05  OIF-OPEN-DATE           PIC 9(8).
           05  OIF-STATUS              PIC X(8).
           05  OIF-MATCH-ITEM-ID       PIC 9(10).
           05  OIF-MATCH-TYPE          PIC X(4).
           05  OIF-CLOSED-DATE         PIC 9(8).
           05  OIF-OPERATOR-ID         PIC 9(6).
           05  OIF-VOUCHER-ID          PIC 9(8).
           05  OIF-CREATED-TS          PIC X(14).
           05  OIF-FILLER              PIC X(10).

       FD  MM-DEAL-FILE.
       01  MM-DEAL-FILE-REC.
           05  MDF-DEAL-ID             PIC 9(8).
           05  MDF-COUNTERPARTY        PIC X(8).
           05  MDF-DIRECTION           PIC X.
           05  MDF-PRINCIPAL           PIC S9(13)V99 COMP-3.
           05  MDF-RATE                PIC 9(3)V9(4).
           05  MDF-CURRENCY            PIC X(3).
           05  MDF-VALUE-DATE          PIC 9(8).
           05  MDF-MATURITY-DATE       PIC 9(8).
           05  MDF-STATUS              PIC X(8).
           05  MDF-ACCRUED-INT         PIC S9(13)V99 COMP-3.
           05  MDF-LAST-ACCRUAL-DATE   PIC 9(8).
           05  MDF-SETTLED-INT         PIC S9(13)V99 COMP-3.
           05  MDF-SETTLED-DATE        PIC 9(8).
           05  MDF-MAKER-OP-ID         PIC 9(6).
           05  MDF-CHECKER-OP-ID       PIC 9(6).
           05  MDF-CREATED-TS          PIC X(14).
           05  MDF-DECIDED-TS          PIC X(14).
           05  MDF-FILLER              PIC X(10).

       FD  MM-COUNTERPARTY-FILE.
       01  MM-COUNTERPARTY-FILE-REC.
           05  MCF-COUNTERPARTY        PIC X(8).
           05  MCF-NAME                PIC X(30).
           05  MCF-LIMIT               PIC S9(13)V99 COMP-3.
           05  MCF-STATUS              PIC X(8).
           05  MCF-UPDATED-OP-ID       PIC 9(6).
           05  MCF-UPDATED-TS          PIC X(14).
           05  MCF-FILLER              PIC X(10).

       FD  SWEEP-FILE.
       01  SWEEP-FILE-REC.
           05  SWF-SWEEP-ID            PIC 9(8).
           05  FPF-CREATED-TS          PIC X(14).
           05  FPF-FILLER              PIC X(10).

       FD  POSTING-RULE-FILE.
       01  POSTING-RULE-FILE-REC.
           05  PRF-KEY.
               10  PRF-TXN-CODE        PIC X(6).
               10  PRF-CHANNEL         PIC X(10).
           05  PRF-DEBIT-GLA           PIC 9(4).
           05  PRF-CREDIT-GLA          PIC 9(4).
           05  PRF-DESCRIPTION         PIC X(30).
           05  PRF-UPDATED-BY          PIC 9(6).
           05  PRF-UPDATED-TS          PIC X(14).
           05  PRF-FILLER              PIC X(10).

       FD  WATCHLIST-FILE.
       01  WATCHLIST-FILE-REC.
           05  WLF-ENTRY-ID            PIC 9(8).
           05  FXPF-LAST-REVAL-RATE    PIC 9(3)V9(6).
           05  FXPF-LAST-REVAL-DATE    PIC 9(8).
           05  FXPF-UPDATED-TS         PIC X(14).
           05  FXPF-NOTES-POSITION     PIC S9(13)V99 COMP-3.
           05  FXPF-NOTES-BOOK-VALUE   PIC S9(13)V99 COMP-3.
           05  FXPF-FILLER             PIC X(10).

       FD  FX-COUNTER-FILE.
       01  FX-COUNTER-FILE-REC.
           05  FXCF-DEAL-ID            PIC 9(10).
           05  FXCF-DIRECTION          PIC X(4).
           05  FXCF-CURRENCY           PIC X(3).
           05  FXCF-FOREIGN-AMOUNT     PIC S9(13)V99 COMP-3.
           05  FXCF-RATE               PIC 9(3)V9(6).
           05  FXCF-MID-RATE           PIC 9(3)V9(6).
           05  FXCF-LOCAL-AMOUNT       PIC S9(13)V99 COMP-3.
           05  FXCF-POSITION-VALUE     PIC S9(13)V99 COMP-3.
           05  FXCF-MARGIN             PIC S9(13)V99 COMP-3.
           05  FXCF-ACCOUNT-ID         PIC 9(8).
           05  FXCF-PARTY-NAME         PIC X(30).
           05  FXCF-ID-TYPE            PIC X(10).
           05  FXCF-ID-NUMBER          PIC X(20).
           05  FXCF-BRANCH-CODE        PIC X(4).
           05  FXCF-DRAWER-SESSION-ID  PIC 9(10).
           05  FXCF-OPERATOR-ID        PIC 9(6).
           05  FXCF-RECEIPT-NO         PIC 9(10).
           05  FXCF-POSTING-DATE       PIC 9(8).
           05  FXCF-CREATED-TS         PIC X(14).
           05  FXCF-FILLER             PIC X(10).

       FD  CHEQUE-FILE.
       01  CHEQUE-FILE-REC.
           05  CQF-CHEQUE-KEY.
           05  CQF-PAID-TXN-ID         PIC 9(12).
           05  CQF-ISSUED-TS           PIC X(14).
           05  CQF-STATUS-TS           PIC X(14).
           05  CQF-PP-LISTED           PIC X(1).
           05  CQF-PP-AMOUNT           PIC S9(13)V99 COMP-3.
           05  CQF-PP-ISSUE-DATE       PIC 9(8).
           05  CQF-PP-PAYEE            PIC X(40).
           05  CQF-PP-FILE-DATE        PIC 9(8).
           05  CQF-FILLER              PIC X(10).

       FD  JOURNAL-VOUCHER-FILE.
               10  JVF-LINE-GLA-ID     PIC 9(4).
               10  JVF-LINE-DRCR       PIC X(2).
               10  JVF-LINE-AMOUNT     PIC S9(13)V99 COMP-3.
           05  JVF-BRANCH-CODE         PIC X(4).
           05  JVF-FILLER              PIC X(6).

       FD  GL-PERIOD-FILE.
       01  GL-PERIOD-FILE-REC.
       01  MIS-TERM-FILE-REC           PIC X(100).

       FD  DAY-TXN-EXTRACT-FILE.
       01  DAY-TXN-EXTRACT-FILE-REC    PIC X(254).

       FD  DAY-LED-EXTRACT-FILE.
       01  DAY-LED-EXTRACT-FILE-REC    PIC X(189).

       FD  GARNISH-FILE.
       01  GARNISH-FILE-REC.
           05  SBF-STATUS              PIC X(8).
           05  SBF-LAST-BILLED-DATE    PIC 9(8).
           05  SBF-CREATED-TS          PIC X(14).
           05  SBF-BRANCH-CODE         PIC X(4).
           05  SBF-FILLER              PIC X(6).

       FD  SAFEBOX-LOG-FILE.
       01  SAFEBOX-LOG-FILE-REC.
           05  NTF-STATUS              PIC X(8).
           05  NTF-CREATED-TS          PIC X(14).
           05  NTF-PRINTED-TS          PIC X(14).
           05  NTF-CHANNEL             PIC X(5).
           05  NTF-FILLER              PIC X(5).

       FD  ADVICE-SPOOL-FILE.
       01  ADVICE-SPOOL-FILE-REC       PIC X(132).

       FD  BRANCH-FILE.
       01  BRANCH-FILE-REC.
           05  BRF-BRANCH-CODE         PIC X(4).
           05  BRF-NAME                PIC X(30).
           05  BRF-ADDRESS             PIC X(60).
           05  BRF-REGION              PIC X(10).
           05  BRF-STATUS              PIC X(8).
           05  BRF-OPENED-DATE         PIC 9(8).
           05  BRF-CLOSED-DATE         PIC 9(8).
           05  BRF-MERGE-INTO-CODE     PIC X(4).
           05  BRF-MERGE-DATE          PIC 9(8).
           05  BRF-MERGE-APPROVED-BY   PIC 9(6).
           05  BRF-CREATED-TS          PIC X(14).
           05  BRF-UPDATED-TS          PIC X(14).
           05  BRF-FILLER              PIC X(20).

       FD  VAULT-FILE.
       01  VAULT-FILE-REC.
           05  VTF-BRANCH-CODE         PIC X(4).
           05  VTF-LAST-OVER-SHORT     PIC S9(13)V99 COMP-3.
           05  VTF-LAST-COUNT-TS       PIC X(14).
           05  VTF-UPDATED-TS          PIC X(14).
           05  VTF-TARGET-MIN          PIC S9(9) COMP-3.
           05  VTF-TARGET-MAX          PIC S9(9) COMP-3.

       FD  VAULT-SHIPMENT-FILE.
       01  VAULT-SHIPMENT-FILE-REC.
           05  VSF-SETTLED-TS          PIC X(14).
           05  VSF-FILLER              PIC X(10).

       FD  ATM-FILE.
       01  ATM-FILE-REC.
           05  ATF-TERMINAL-ID         PIC X(8).
           05  ATF-BRANCH-CODE         PIC X(4).
           05  ATF-LOCATION            PIC X(30).
           05  ATF-STATUS              PIC X(8).
           05  ATF-CYCLE-START-DATE    PIC 9(8).
           05  ATF-OPENING-LOAD        PIC S9(13)V99 COMP-3.
           05  ATF-CYCLE-WITHDRAWALS   PIC S9(13)V99 COMP-3.
           05  ATF-CYCLE-WDL-COUNT     PIC 9(6).
           05  ATF-LAST-WDL-DATE       PIC 9(8).
           05  ATF-DAY-WITHDRAWALS     PIC S9(13)V99 COMP-3.
           05  ATF-LOW-CASH-LEVEL      PIC S9(13)V99 COMP-3.
           05  ATF-LAST-REPLENISH-DATE PIC 9(8).
           05  ATF-LAST-REPLENISH-AMT  PIC S9(13)V99 COMP-3.
           05  ATF-LAST-COUNT-DATE     PIC 9(8).
           05  ATF-LAST-COUNTED-AMT    PIC S9(13)V99 COMP-3.
           05  ATF-LAST-OVER-SHORT     PIC S9(13)V99 COMP-3.
           05  ATF-CREATED-TS          PIC X(14).
           05  ATF-UPDATED-TS          PIC X(14).
           05  ATF-FILLER              PIC X(20).

       FD  ATM-COUNT-IN-FILE.
       01  ATM-COUNT-IN-FILE-REC       PIC X(100).

       FD  CASH-COUNT-FILE.
       01  CASH-COUNT-FILE-REC.
           05  CCF-COUNT-ID            PIC 9(10).
           05  CCF-COUNT-TYPE          PIC X(8).
           05  CCF-BRANCH-CODE         PIC X(4).
           05  CCF-REFERENCE-ID        PIC 9(10).
           05  CCF-OPERATOR-ID         PIC 9(6).
           05  CCF-BUSINESS-DATE       PIC 9(8).
           05  CCF-TOTAL-AMOUNT        PIC S9(13)V99 COMP-3.
           05  CCF-PIECES              PIC 9(7) COMP-3
                                       OCCURS 12 TIMES.
           05  CCF-CREATED-TS          PIC X(14).
           05  CCF-FILLER              PIC X(20).

       FD  COLLECT-ORIG-FILE.
       01  COLLECT-ORIG-FILE-REC.
           05  COF-ITEM-ID             PIC 9(10).
           05  LNF-ARREARS-SINCE-DATE  PIC 9(8).
           05  LNF-STATUS              PIC X(8).
           05  LNF-CREATED-TS          PIC X(14).
           05  LNF-RESTRUCTURE-FLAG    PIC X.
           05  LNF-RESTRUCTURE-COUNT   PIC 9(2).
           05  LNF-LAST-RESTRUCTURE-DATE PIC 9(8).
           05  LNF-DEFERRED-ARREARS    PIC S9(13)V99 COMP-3.
           05  LNF-DEFERRED-INSTALLMENT PIC S9(13)V99 COMP-3.
           05  LNF-WRITTEN-OFF-AMT     PIC S9(13)V99 COMP-3.
           05  LNF-WRITE-OFF-DATE      PIC 9(8).
           05  LNF-RECOVERED-AMT       PIC S9(13)V99 COMP-3.
           05  LNF-RECOVERY-COUNT      PIC 9(3).
           05  LNF-DEFAULT-INT-ACCRUED PIC S9(13)V99 COMP-3.
           05  LNF-DEFAULT-INT-THRU    PIC 9(8).
           05  LNF-LAST-MISSED-DUE-DATE PIC 9(8).
           05  LNF-LATE-FEE-DUE-DATE   PIC 9(8).
           05  LNF-RATE-TYPE           PIC X(8).
           05  LNF-INDEX-CODE          PIC X(6).
           05  LNF-RATE-SPREAD         PIC S9(2)V9(4) COMP-3.
           05  LNF-REPRICE-MONTHS      PIC 9(2).
           05  LNF-NEXT-REPRICE-DATE   PIC 9(8).
           05  LNF-ORIGINAL-PRINCIPAL  PIC S9(13)V99 COMP-3.
           05  LNF-PAID-OFF-DATE       PIC 9(8).
           05  LNF-FILLER              PIC X(100).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-REC.
           05  CUF-UPDATED-TS          PIC X(14).
           05  CUF-RISK-TIER           PIC X(6).
           05  CUF-NEXT-KYC-REVIEW     PIC 9(8).
           05  CUF-MOBILE-PHONE        PIC X(15).
           05  CUF-EMAIL               PIC X(60).
           05  CUF-NOTIFY-CHANNEL      PIC X(5).
           05  CUF-MAIL-STATUS         PIC X.
           05  CUF-MAIL-RETURNED-DATE  PIC 9(8).
           05  CUF-MAIL-MEMO-ID        PIC 9(10).
           05  CUF-RM-CODE             PIC X(6).
           05  CUF-RM-SINCE-DATE       PIC 9(8).
           05  CUF-FILLER              PIC X(31).

       FD  DRAWER-FILE.
       01  DRAWER-FILE-REC.
               10  DRF-CCY-CASH-OUT    PIC S9(13)V99 COMP-3.
               10  DRF-CCY-COUNTED     PIC S9(13)V99 COMP-3.
               10  DRF-CCY-OVER-SHORT  PIC S9(13)V99 COMP-3.
           05  DRF-BRANCH-CODE         PIC X(4).
           05  DRF-VAULT-NET           PIC S9(9)V99 COMP-3.

       FD  CLEARING-SUSPENSE-FILE.
       01  CLEARING-SUSPENSE-FILE-REC.
           05  CSF-CREATED-TS          PIC X(14).
           05  CSF-FILLER              PIC X(10).

       FD  LOAN-APPLICATION-FILE.
       01  LOAN-APPLICATION-FILE-REC.
           05  LAF-APP-ID              PIC 9(8).
           05  LAF-CUSTOMER-ID         PIC 9(8).
           05  LAF-ACCOUNT-ID          PIC 9(8).
           05  LAF-AMOUNT              PIC S9(13)V99 COMP-3.
           05  LAF-ANNUAL-RATE         PIC 9(2)V9(4).
           05  LAF-TERM-MONTHS         PIC 9(3).
           05  LAF-MONTHLY-INCOME      PIC S9(13)V99 COMP-3.
           05  LAF-PURPOSE             PIC X(30).
           05  LAF-NEW-INSTALLMENT     PIC S9(13)V99 COMP-3.
           05  LAF-EXISTING-INSTALLMENTS PIC S9(13)V99 COMP-3.
           05  LAF-DEBT-SERVICE-PCT    PIC 9(3)V99.
           05  LAF-AFFORDABILITY       PIC X(4).
           05  LAF-STATUS              PIC X(10).
           05  LAF-DECISION-REASON     PIC X(40).
           05  LAF-CAPTURED-BY         PIC 9(6).
           05  LAF-DECIDED-BY          PIC 9(6).
           05  LAF-CAPTURED-TS         PIC X(14).
           05  LAF-DECIDED-TS          PIC X(14).
           05  LAF-LOAN-ID             PIC 9(8).
           05  LAF-INDEX-CODE          PIC X(6).
           05  LAF-RATE-SPREAD         PIC S9(2)V9(4) COMP-3.
           05  LAF-REPRICE-MONTHS      PIC 9(2).
           05  LAF-FILLER              PIC X(8).

       FD  LOAN-RESTRUCTURE-FILE.
       01  LOAN-RESTRUCTURE-FILE-REC.
           05  LRF-RESTRUCTURE-KEY.
               10  LRF-LOAN-ID         PIC 9(8).
               10  LRF-SEQ             PIC 9(2).
           05  LRF-ACCOUNT-ID          PIC 9(8).
           05  LRF-TREATMENT           PIC X(10).
           05  LRF-OLD-PRINCIPAL       PIC S9(13)V99 COMP-3.
           05  LRF-OLD-ANNUAL-RATE     PIC 9(2)V9(4).
           05  LRF-OLD-TERM-MONTHS     PIC 9(3).
           05  LRF-OLD-INSTALLMENT-AMT PIC S9(13)V99 COMP-3.
           05  LRF-OLD-INSTALLMENTS-LEFT PIC 9(3).
           05  LRF-OLD-NEXT-DUE-DATE   PIC 9(8).
           05  LRF-OLD-OUTSTANDING     PIC S9(13)V99 COMP-3.
           05  LRF-OLD-ARREARS-AMT     PIC S9(13)V99 COMP-3.
           05  LRF-OLD-ARREARS-SINCE-DATE PIC 9(8).
           05  LRF-OLD-DEFERRED-ARREARS PIC S9(13)V99 COMP-3.
           05  LRF-NEW-PRINCIPAL       PIC S9(13)V99 COMP-3.
           05  LRF-NEW-ANNUAL-RATE     PIC 9(2)V9(4).
           05  LRF-NEW-TERM-MONTHS     PIC 9(3).
           05  LRF-NEW-INSTALLMENT-AMT PIC S9(13)V99 COMP-3.
           05  LRF-NEW-NEXT-DUE-DATE   PIC 9(8).
           05  LRF-NEW-OUTSTANDING     PIC S9(13)V99 COMP-3.
           05  LRF-NEW-DEFERRED-ARREARS PIC S9(13)V99 COMP-3.
           05  LRF-NEW-DEFERRED-INSTALLMENT PIC S9(13)V99 COMP-3.
           05  LRF-REASON              PIC X(40).
           05  LRF-APPROVED-BY         PIC 9(6).
           05  LRF-RESTRUCTURED-TS     PIC X(14).
           05  LRF-FILLER              PIC X(20).

       FD  LOAN-RECOVERY-FILE.
       01  LOAN-RECOVERY-FILE-REC.
           05  LVF-RECOVERY-KEY.
               10  LVF-LOAN-ID         PIC 9(8).
               10  LVF-SEQ             PIC 9(3).
           05  LVF-ACCOUNT-ID          PIC 9(8).
           05  LVF-AMOUNT              PIC S9(13)V99 COMP-3.
           05  LVF-RECOVERY-DATE       PIC 9(8).
           05  LVF-WRITE-OFF-DATE      PIC 9(8).
           05  LVF-WRITTEN-OFF-AMT     PIC S9(13)V99 COMP-3.
           05  LVF-MEMO-REMAINING      PIC S9(13)V99 COMP-3.
           05  LVF-TXN-ID              PIC 9(12).
           05  LVF-RECORDED-BY         PIC 9(6).
           05  LVF-RECORDED-TS         PIC X(14).
           05  LVF-FILLER              PIC X(20).

       FD  REFERENCE-RATE-FILE.
       01  REFERENCE-RATE-FILE-REC.
           05  RRF-RATE-KEY.
               10  RRF-INDEX-CODE      PIC X(6).
               10  RRF-EFFECTIVE-DATE  PIC 9(8).
           05  RRF-RATE                PIC 9(2)V9(4).
           05  RRF-ENTERED-BY          PIC 9(6).
           05  RRF-ENTERED-TS          PIC X(14).
           05  RRF-FILLER              PIC X(20).

       FD  INTEREST-RATE-FILE.
       01  INTEREST-RATE-FILE-REC.
           05  IRSF-SCHEDULE-KEY.
               10  IRSF-PRODUCT        PIC X(10).
               10  IRSF-EFFECTIVE-DATE PIC 9(8).
           05  IRSF-SCHEDULE-DATA      PIC X(149).

       FD  TD-RATE-CARD-FILE.
       01  TD-RATE-CARD-FILE-REC.
           05  TDRF-CARD-KEY.
               10  TDRF-CURRENCY       PIC X(3).
               10  TDRF-TERM-MONTHS    PIC 9(3).
               10  TDRF-BAND-FLOOR     PIC 9(13)V99.
               10  TDRF-EFFECTIVE-DATE PIC 9(8).
               10  TDRF-ROW-KIND       PIC X(1).
           05  TDRF-CARD-DATA          PIC X(74).

       FD  TD-RATE-EXCEPTION-FILE.
       01  TD-RATE-EXCEPTION-FILE-REC.
           05  TDXF-EXCEPTION-KEY.
               10  TDXF-OPEN-DATE      PIC 9(8).
               10  TDXF-ACCOUNT-ID     PIC 9(8).
           05  TDXF-EXCEPTION-DATA     PIC X(81).

       FD  CUTOFF-FILE.
       01  CUTOFF-FILE-REC.
           05  CUTF-CUTOFF-KEY.
               10  CUTF-PAYMENT-TYPE   PIC X(8).
               10  CUTF-CHANNEL        PIC X(10).
           05  CUTF-CUTOFF-DATA        PIC X(44).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-FILE-REC.
           05  PPYF-ACCOUNT-ID         PIC 9(8).
           05  PPYF-ENROLMENT-DATA     PIC X(76).

       FD  PPAY-EXCEPTION-FILE.
       01  PPAY-EXCEPTION-FILE-REC.
           05  PPXF-EXCEPTION-KEY.
               10  PPXF-ACCOUNT-ID     PIC 9(8).
               10  PPXF-CHEQUE-NUMBER  PIC 9(8).
           05  PPXF-EXCEPTION-DATA     PIC X(126).

       FD  PPAY-ISSUE-IN-FILE.
       01  PPAY-ISSUE-IN-FILE-REC      PIC X(100).

       FD  INSTANT-PAYMENT-FILE.
       01  INSTANT-PAYMENT-FILE-REC.
           05  IPMF-REFERENCE          PIC X(20).
           05  IPMF-DIRECTION          PIC X(3).
           05  IPMF-ACCOUNT-ID         PIC 9(8).
           05  IPMF-PAYMENT-DATA       PIC X(226).

       FD  IPAY-POSITION-FILE.
       01  IPAY-POSITION-FILE-REC.
           05  IPPF-SCHEME-ID          PIC X(8).
           05  IPPF-POSITION-DATA      PIC X(160).

       FD  IPAY-OUTBOX-FILE.
       01  IPAY-OUTBOX-FILE-REC        PIC X(160).

       FD  IPAY-INBOX-FILE.
       01  IPAY-INBOX-FILE-REC         PIC X(160).

       FD  IPAY-STMT-FILE.
       01  IPAY-STMT-FILE-REC          PIC X(100).

       FD  SESSION-FILE.
       01  SESSION-FILE-REC.
           05  SESF-SESSION-ID         PIC 9(10).
           05  SESF-OPERATOR-ID        PIC 9(6).
           05  SESF-SESSION-DATA       PIC X(121).

       FD  REF-CHANGE-FILE.
       01  REF-CHANGE-FILE-REC.
           05  RCF-CHANGE-ID           PIC 9(10).
           05  RCF-TABLE               PIC X(8).
           05  RCF-CHANGE-DATA         PIC X(286).

       FD  FEE-TARIFF-FILE.
       01  FEE-TARIFF-FILE-REC.
           05  FTF-KEY                 PIC X(20).
           05  FTF-TARIFF-DATA         PIC X(41).

       FD  PRODUCT-FILE.
       01  PRODUCT-FILE-REC.
           05  PDF-CODE                PIC X(8).
           05  PDF-PRODUCT-DATA        PIC X(149).

       FD  EOD-EXCEPTION-FILE.
       01  EOD-EXCEPTION-FILE-REC.
           05  EXF-KEY                 PIC X(24).
           05  EXF-EXCEPTION-DATA      PIC X(157).

       FD  EOD-SIGNOFF-FILE.
       01  EOD-SIGNOFF-FILE-REC.
           05  ESF-KEY                 PIC X(18).
           05  ESF-SIGNOFF-DATA        PIC X(82).

       FD  CREDIT-BUREAU-FILE.
       01  CREDIT-BUREAU-FILE-REC      PIC X(200).

       FD  BUREAU-REJECT-FILE.
       01  BUREAU-REJECT-FILE-REC      PIC X(200).

       FD  LOAN-SCHEDULE-SPOOL-FILE.
       01  LOAN-SCHEDULE-SPOOL-FILE-REC PIC X(132).

       FD  LOAN-STMT-SPOOL-FILE.
       01  LOAN-STMT-SPOOL-FILE-REC    PIC X(132).

       FD  CONFIRM-REQUEST-FILE.
       01  CONFIRM-REQUEST-FILE-REC    PIC X(100).

       FD  CONFIRM-SPOOL-FILE.
       01  CONFIRM-SPOOL-FILE-REC      PIC X(132).

       FD  CONFIRM-REGISTER-FILE.
       01  CONFIRM-REGISTER-FILE-REC.
           05  CFF-CONTROL-NO          PIC 9(8).
           05  CFF-CUSTOMER-ID         PIC 9(8).
           05  CFF-DATA                PIC X(138).

       FD  REDIRECT-FILE.
       01  REDIRECT-FILE-REC.
           05  RDF-OLD-ACCOUNT-ID      PIC 9(8).
           05  RDF-CUSTOMER-ID         PIC 9(8).
           05  RDF-DATA                PIC X(117).

       FD  REDIRECT-ITEM-FILE.
       01  REDIRECT-ITEM-FILE-REC.
           05  RIF-ITEM-ID             PIC 9(10).
           05  RIF-OLD-ACCOUNT-ID      PIC 9(8).
           05  RIF-DATA                PIC X(126).

       FD  REDIRECT-ADVICE-FILE.
       01  REDIRECT-ADVICE-FILE-REC    PIC X(100).

       FD  REDIRECT-SPOOL-FILE.
       01  REDIRECT-SPOOL-FILE-REC     PIC X(132).

       FD  TAX-RATE-FILE.
       01  TAX-RATE-FILE-REC.
           05  TXF-RATE-KEY.
               10  TXF-OPERATION       PIC X(6).
               10  TXF-EFFECTIVE-DATE  PIC 9(8).
           05  TXF-FIXED-PCT           PIC 9(2)V9(4).
           05  TXF-DAILY-PCT           PIC 9(2)V9(6).
           05  TXF-CAP-DAYS            PIC 9(4).
           05  TXF-ENTERED-BY          PIC 9(6).
           05  TXF-ENTERED-TS          PIC X(14).
           05  TXF-FILLER              PIC X(20).

       FD  CONSENT-FILE.
       01  CONSENT-FILE-REC.
           05  CGF-CONSENT-KEY.
               10  CGF-CUSTOMER-ID     PIC 9(8).
               10  CGF-PURPOSE         PIC X(10).
               10  CGF-EVENT-ID        PIC 9(10).
           05  CGF-DECISION            PIC X(9).
           05  CGF-EFFECTIVE-DATE      PIC 9(8).
           05  CGF-CHANNEL             PIC X(10).
           05  CGF-OPERATOR-ID         PIC 9(6).
           05  CGF-RECORDED-TS         PIC X(14).
           05  CGF-FILLER              PIC X(15).

       FD  COLLECTION-CASE-FILE.
       01  COLLECTION-CASE-FILE-REC.
           05  CLK-CASE-KEY.
               10  CLK-SOURCE          PIC X(4).
               10  CLK-REFERENCE-ID    PIC 9(8).
           05  CLK-ACCOUNT-ID          PIC 9(8).
           05  CLK-CUSTOMER-ID         PIC 9(8).
           05  CLK-STATUS              PIC X(6).
           05  CLK-BUCKET              PIC X(5).
           05  CLK-DAYS-PAST-DUE       PIC 9(4).
           05  CLK-AMOUNT-DUE          PIC S9(13)V99 COMP-3.
           05  CLK-COLLECTOR-ID        PIC 9(6).
           05  CLK-STAGE               PIC 9.
           05  CLK-BROKEN-PROMISES     PIC 9(3).
           05  CLK-OPENED-DATE         PIC 9(8).
           05  CLK-LAST-SEEN-DATE      PIC 9(8).
           05  CLK-LAST-CONTACT-DATE   PIC 9(8).
           05  CLK-LAST-OUTCOME        PIC X(10).
           05  CLK-CLOSED-DATE         PIC 9(8).
           05  CLK-UPDATED-TS          PIC X(14).
           05  CLK-FILLER              PIC X(20).

       FD  COLLECTION-CONTACT-FILE.
       01  COLLECTION-CONTACT-FILE-REC.
           05  CKF-CONTACT-KEY.
               10  CKF-SOURCE          PIC X(4).
               10  CKF-REFERENCE-ID    PIC 9(8).
               10  CKF-CONTACT-ID      PIC 9(10).
           05  CKF-CONTACT-DATE        PIC 9(8).
           05  CKF-METHOD              PIC X(6).
           05  CKF-OUTCOME             PIC X(10).
           05  CKF-NOTE                PIC X(40).
           05  CKF-OPERATOR-ID         PIC 9(6).
           05  CKF-PTP-AMOUNT          PIC S9(13)V99 COMP-3.
           05  CKF-PTP-DATE            PIC 9(8).
           05  CKF-PTP-STATUS          PIC X(6).
           05  CKF-PTP-BASE-FIGURE     PIC S9(13)V99 COMP-3.
           05  CKF-PTP-PAID-AMOUNT     PIC S9(13)V99 COMP-3.
           05  CKF-PTP-SETTLED-DATE    PIC 9(8).
           05  CKF-RECORDED-TS         PIC X(14).
           05  CKF-FILLER              PIC X(20).

       FD  CASH-DEMAND-FILE.
       01  CASH-DEMAND-FILE-REC.
           05  CSD-DEMAND-KEY.
               10  CSD-BRANCH-CODE     PIC X(4).
               10  CSD-BUSINESS-DATE   PIC 9(8).
           05  CSD-PRE-HOLIDAY-FLAG    PIC X.
           05  CSD-ACTUAL-SWITCH       PIC X.
           05  CSD-TELLER-CASH-IN      PIC S9(13)V99 COMP-3.
           05  CSD-TELLER-CASH-OUT     PIC S9(13)V99 COMP-3.
           05  CSD-VAULT-TRANSFERS     PIC S9(13)V99 COMP-3.
           05  CSD-ATM-PAID            PIC S9(13)V99 COMP-3.
           05  CSD-ACTUAL-NEED         PIC S9(13)V99 COMP-3.
           05  CSD-FORECAST-SWITCH     PIC X.
           05  CSD-FIRST-FORECAST      PIC S9(13)V99 COMP-3.
           05  CSD-FIRST-FORECAST-DATE PIC 9(8).
           05  CSD-LAST-FORECAST       PIC S9(13)V99 COMP-3.
           05  CSD-LAST-FORECAST-DATE  PIC 9(8).
           05  CSD-SUGGESTED-DIRECTION PIC X(4).
           05  CSD-SUGGESTED-AMOUNT    PIC S9(13)V99 COMP-3.
           05  CSD-SHORTFALL-DATE      PIC 9(8).
           05  CSD-UPDATED-TS          PIC X(14).
           05  CSD-FILLER              PIC X(20).

       FD  RM-FILE.
       01  RM-FILE-REC.
           05  RMF-RM-CODE             PIC X(6).
           05  RMF-NAME                PIC X(30).
           05  RMF-OPERATOR-ID         PIC 9(6).
           05  RMF-BRANCH-CODE         PIC X(4).
           05  RMF-SEGMENT             PIC X(10).
           05  RMF-STATUS              PIC X(8).
           05  RMF-CREATED-TS          PIC X(14).
           05  RMF-UPDATED-TS          PIC X(14).
           05  RMF-FILLER              PIC X(30).

       FD  RM-ASSIGNMENT-FILE.
       01  RM-ASSIGNMENT-FILE-REC.
           05  RAF-ASSIGNMENT-KEY.
               10  RAF-CUSTOMER-ID     PIC 9(8).
               10  RAF-EVENT-ID        PIC 9(10).
           05  RAF-FROM-RM-CODE        PIC X(6).
           05  RAF-TO-RM-CODE          PIC X(6).
           05  RAF-EFFECTIVE-DATE      PIC 9(8).
           05  RAF-KIND                PIC X(8).
           05  RAF-REASON              PIC X(40).
           05  RAF-OPERATOR-ID         PIC 9(6).
           05  RAF-RECORDED-TS         PIC X(14).
           05  RAF-FILLER              PIC X(20).

       FD  CUSTOMER-PROFIT-FILE.
       01  CUSTOMER-PROFIT-FILE-REC.
           05  CPF-CUSTOMER-ID         PIC 9(8).
           05  CPF-RUN-DATE            PIC 9(8).
           05  CPF-RANK                PIC 9(5).
           05  CPF-FEES                PIC S9(13)V99 COMP-3.
           05  CPF-OD-INTEREST         PIC S9(13)V99 COMP-3.
           05  CPF-LOAN-INTEREST       PIC S9(13)V99 COMP-3.
           05  CPF-DEPOSIT-INTEREST    PIC S9(13)V99 COMP-3.
           05  CPF-NET                 PIC S9(13)V99 COMP-3.
           05  CPF-FILLER              PIC X(20).

       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  CLEARING-RETURN-FILE-STATUS PIC XX.
       01  CARD-SETTLE-IN-FILE-STATUS  PIC XX.
       01  CARD-RESPONSE-FILE-STATUS   PIC XX.
       01  CARD-AUTH-FILE-STATUS       PIC XX.
       01  CARD-AUTH-IN-FILE-STATUS    PIC XX.
       01  CARD-AUTH-RESPONSE-FILE-STATUS PIC XX.
       01  CARD-EMBOSS-FILE-STATUS     PIC XX.
       01  CARD-PRODUCTION-IN-FILE-STATUS PIC XX.
       01  NOTIFY-OUT-FILE-STATUS      PIC XX.
       01  NOTIFY-RECEIPT-IN-FILE-STATUS PIC XX.
       01  HELD-MAIL-FILE-STATUS       PIC XX.
       01  HELD-MAIL-LINE-FILE-STATUS  PIC XX.
       01  MAIL-REPRINT-SPOOL-FILE-STATUS PIC XX.
       01  SPOOL-CATALOGUE-FILE-STATUS PIC XX.
       01  SPOOL-ARCHIVE-FILE-STATUS   PIC XX.
       01  SPOOL-REPRINT-SPOOL-FILE-STATUS PIC XX.
       01  COMPLAINT-FILE-STATUS       PIC XX.
       01  SAR-CASE-FILE-STATUS        PIC XX.
       01  SAR-FILING-FILE-STATUS      PIC XX.
       01  CLEARING-SUSPENSE-FILE-STATUS PIC XX.
       01  RUN-CONTROL-FILE-STATUS     PIC XX.
       01  STATEMENT-SPOOL-FILE-STATUS PIC XX.
       01  RECEIVABLES-IN-FILE-STATUS  PIC XX.
       01  COLLECT-PRESENT-FILE-STATUS PIC XX.
       01  ORIG-RESPONSE-FILE-STATUS   PIC XX.
       01  BRANCH-FILE-STATUS          PIC XX.
       01  VAULT-FILE-STATUS           PIC XX.
       01  NOTICE-FILE-STATUS          PIC XX.
       01  MEMO-FILE-STATUS            PIC XX.
       01  GL-PERIOD-FILE-STATUS       PIC XX.
       01  JOURNAL-VOUCHER-FILE-STATUS PIC XX.
       01  VAULT-SHIPMENT-FILE-STATUS  PIC XX.
       01  ATM-FILE-STATUS             PIC XX.
       01  ATM-COUNT-IN-FILE-STATUS    PIC XX.
       01  CASH-COUNT-FILE-STATUS      PIC XX.
       01  OUT-COLLECT-FILE-STATUS     PIC XX.
       01  COLLECT-RTN-FILE-STATUS     PIC XX.
       01  FX-RATE-FILE-STATUS         PIC XX.
       01  POSTING-RULE-FILE-STATUS    PIC XX.
       01  GL-BRANCH-FILE-STATUS       PIC XX.
       01  GL-BRANCH-PERIOD-FILE-STATUS PIC XX.
       01  INTER-BRANCH-FILE-STATUS    PIC XX.
       01  BUDGET-FILE-STATUS          PIC XX.
       01  BUDGET-IMPORT-FILE-STATUS   PIC XX.
       01  OPEN-ITEM-FILE-STATUS       PIC XX.
       01  MM-DEAL-FILE-STATUS         PIC XX.
       01  MM-COUNTERPARTY-FILE-STATUS PIC XX.
       01  FX-COUNTER-FILE-STATUS      PIC XX.
       01  FX-POSITION-FILE-STATUS     PIC XX.
       01  WATCHLIST-FILE-STATUS       PIC XX.
       01  RECEIPT-SPOOL-FILE-STATUS   PIC XX.
       01  BACKUP-SET-FILE-STATUS      PIC XX.
       01  BACKUP-MANIFEST-FILE-STATUS PIC XX.
       01  JOURNAL-FILE-STATUS         PIC XX.
       01  LOAN-APPLICATION-FILE-STATUS PIC XX.
       01  LOAN-RESTRUCTURE-FILE-STATUS PIC XX.
       01  LOAN-RECOVERY-FILE-STATUS   PIC XX.
       01  REFERENCE-RATE-FILE-STATUS  PIC XX.
       01  INTEREST-RATE-FILE-STATUS   PIC XX.
       01  TD-RATE-CARD-FILE-STATUS    PIC XX.
       01  TD-RATE-EXCEPTION-FILE-STATUS PIC XX.
       01  CUTOFF-FILE-STATUS          PIC XX.
       01  POSITIVE-PAY-FILE-STATUS    PIC XX.
       01  PPAY-EXCEPTION-FILE-STATUS  PIC XX.
       01  PPAY-ISSUE-IN-FILE-STATUS   PIC XX.
       01  INSTANT-PAYMENT-FILE-STATUS PIC XX.
       01  IPAY-POSITION-FILE-STATUS   PIC XX.
       01  IPAY-OUTBOX-FILE-STATUS     PIC XX.
       01  IPAY-INBOX-FILE-STATUS      PIC XX.
       01  IPAY-STMT-FILE-STATUS       PIC XX.
       01  SESSION-FILE-STATUS         PIC XX.
       01  REF-CHANGE-FILE-STATUS      PIC XX.
       01  FEE-TARIFF-FILE-STATUS      PIC XX.
       01  PRODUCT-FILE-STATUS         PIC XX.
       01  EOD-EXCEPTION-FILE-STATUS   PIC XX.
       01  EOD-SIGNOFF-FILE-STATUS     PIC XX.
       01  CREDIT-BUREAU-FILE-STATUS   PIC XX.
       01  BUREAU-REJECT-FILE-STATUS   PIC XX.
       01  LOAN-SCHEDULE-SPOOL-FILE-STATUS PIC XX.
       01  LOAN-STMT-SPOOL-FILE-STATUS PIC XX.
       01  CONFIRM-REQUEST-FILE-STATUS PIC XX.
       01  CONFIRM-SPOOL-FILE-STATUS   PIC XX.
       01  CONFIRM-REGISTER-FILE-STATUS PIC XX.
       01  REDIRECT-FILE-STATUS        PIC XX.
       01  REDIRECT-ITEM-FILE-STATUS   PIC XX.
       01  REDIRECT-ADVICE-FILE-STATUS PIC XX.
       01  REDIRECT-SPOOL-FILE-STATUS  PIC XX.
       01  TAX-RATE-FILE-STATUS        PIC XX.
       01  CONSENT-FILE-STATUS         PIC XX.
       01  COLLECTION-CASE-FILE-STATUS PIC XX.
       01  COLLECTION-CONTACT-FILE-STATUS PIC XX.
       01  CASH-DEMAND-FILE-STATUS     PIC XX.
       01  RM-FILE-STATUS              PIC XX.
       01  RM-ASSIGNMENT-FILE-STATUS   PIC XX.
       01  CUSTOMER-PROFIT-FILE-STATUS PIC XX.

       01  WS-OPERATION-STATUS         PIC XX.

      * Where each file is assigned. Every path starts out in the
      * live data set (data/); SELECT-TRAINING-DATA-SET moves them
      * all under the training sandbox (training/data/, built by
      * TRNREFR.COB) and SELECT-LIVE-DATA-SET moves them back. A
      * new file's path MUST be added here, in SELECT order, and
      * WS-FILE-PATH-COUNT raised to match.
       01  WS-FILE-PATHS.
           05  ACCOUNT-FILE-PATH           PIC X(50)
                   VALUE 'data/accounts.dat'.
           05  LEDGER-FILE-PATH            PIC X(50)
                   VALUE 'data/ledger.dat'.
           05  TRANSACTION-FILE-PATH       PIC X(50)
                   VALUE 'data/transactions.dat'.
           05  CONTROL-FILE-PATH           PIC X(50)
                   VALUE 'data/control.dat'.
           05  TRANSACTION-ARCHIVE-FILE-PATH PIC X(50)
                   VALUE 'data/transaction_archive.dat'.
           05  CONTROL-BACKUP-FILE-PATH    PIC X(50)
                   VALUE 'data/control.bak'.
           05  PARAMETER-FILE-PATH         PIC X(50)
                   VALUE 'data/business_rules.dat'.
           05  STANDING-ORDER-FILE-PATH    PIC X(50)
                   VALUE 'data/standing_orders.dat'.
           05  LEDGER-EXPORT-FILE-PATH     PIC X(50)
                   VALUE 'data/ledger_export.csv'.
           05  BULK-IMPORT-FILE-PATH       PIC X(50)
                   VALUE 'data/bulk_import.txt'.
           05  OPERATOR-FILE-PATH          PIC X(50)
                   VALUE 'data/operators.dat'.
           05  AUDIT-FILE-PATH             PIC X(50)
                   VALUE 'data/audit.dat'.
           05  BALANCE-SNAPSHOT-FILE-PATH  PIC X(50)
                   VALUE 'data/balance_snapshots.dat'.
           05  ALERT-FILE-PATH             PIC X(50)
                   VALUE 'data/alerts.dat'.
           05  CARD-FILE-PATH              PIC X(50)
                   VALUE 'data/cards.dat'.
           05  WIRE-ITEM-FILE-PATH         PIC X(50)
                   VALUE 'data/wire_items.dat'.
           05  WIRE-OUT-FILE-PATH          PIC X(50)
                   VALUE 'data/wire_outbound.txt'.
           05  NETWORK-STMT-FILE-PATH      PIC X(50)
                   VALUE 'data/network_statement.txt'.
           05  WIRE-ACK-FILE-PATH          PIC X(50)
                   VALUE 'data/wire_ack.txt'.
           05  CLEARING-IN-FILE-PATH       PIC X(50)
                   VALUE 'data/clearing_inbound.txt'.
           05  CLEARING-RETURN-FILE-PATH   PIC X(50)
                   VALUE 'data/clearing_returns.txt'.
           05  CARD-SETTLE-IN-FILE-PATH    PIC X(50)
                   VALUE 'data/cardnet_inbound.txt'.
           05  CARD-RESPONSE-FILE-PATH     PIC X(50)
                   VALUE 'data/cardnet_response.txt'.
           05  CARD-AUTH-FILE-PATH         PIC X(50)
                   VALUE 'data/card_auths.dat'.
           05  CARD-AUTH-IN-FILE-PATH      PIC X(50)
                   VALUE 'data/cardauth_inbound.txt'.
           05  CARD-AUTH-RESPONSE-FILE-PATH PIC X(50)
                   VALUE 'data/cardauth_response.txt'.
           05  CARD-EMBOSS-FILE-PATH       PIC X(50)
                   VALUE 'data/card_emboss.txt'.
           05  CARD-PRODUCTION-IN-FILE-PATH PIC X(50)
                   VALUE 'data/card_production.txt'.
           05  NOTIFY-OUT-FILE-PATH        PIC X(50)
                   VALUE 'data/notify_out.txt'.
           05  NOTIFY-RECEIPT-IN-FILE-PATH PIC X(50)
                   VALUE 'data/notify_receipts.txt'.
           05  CLEARING-SUSPENSE-FILE-PATH PIC X(50)
                   VALUE 'data/clearing_suspense.dat'.
           05  RUN-CONTROL-FILE-PATH       PIC X(50)
                   VALUE 'data/run_control.dat'.
           05  STATEMENT-SPOOL-FILE-PATH   PIC X(50)
                   VALUE 'data/statement_cycle.prn'.
           05  RELATION-SPOOL-FILE-PATH    PIC X(50)
                   VALUE 'data/relationship_stmt.prn'.
           05  DRAWER-FILE-PATH            PIC X(50)
                   VALUE 'data/drawers.dat'.
           05  CUSTOMER-FILE-PATH          PIC X(50)
                   VALUE 'data/customers.dat'.
           05  LOAN-FILE-PATH              PIC X(50)
                   VALUE 'data/loans.dat'.
           05  CHEQUE-FILE-PATH            PIC X(50)
                   VALUE 'data/cheques.dat'.
           05  LEDGER-SEAL-FILE-PATH       PIC X(50)
                   VALUE 'data/ledger_seals.txt'.
           05  HOLIDAY-FILE-PATH           PIC X(50)
                   VALUE 'data/holidays.txt'.
           05  JOB-SCHEDULE-FILE-PATH      PIC X(50)
                   VALUE 'data/job_schedule.txt'.
           05  MIS-CUSTOMER-FILE-PATH      PIC X(50)
                   VALUE 'data/mis_customers.dat'.
           05  MIS-ACCOUNT-FILE-PATH       PIC X(50)
                   VALUE 'data/mis_accounts.dat'.
           05  MIS-TXN-FILE-PATH           PIC X(50)
                   VALUE 'data/mis_transactions.dat'.
           05  MIS-LOAN-FILE-PATH          PIC X(50)
                   VALUE 'data/mis_loans.dat'.
           05  MIS-TERM-FILE-PATH          PIC X(50)
                   VALUE 'data/mis_terms.dat'.
           05  DAY-TXN-EXTRACT-FILE-PATH   PIC X(50)
                   VALUE 'data/day_transactions.dat'.
           05  DAY-LED-EXTRACT-FILE-PATH   PIC X(50)
                   VALUE 'data/day_ledger.dat'.
           05  GARNISH-FILE-PATH           PIC X(50)
                   VALUE 'data/garnishments.dat'.
           05  SIGNER-FILE-PATH            PIC X(50)
                   VALUE 'data/signers.dat'.
           05  WDNOTICE-FILE-PATH          PIC X(50)
                   VALUE 'data/withdrawal_notices.dat'.
           05  BILLER-FILE-PATH            PIC X(50)
                   VALUE 'data/billers.dat'.
           05  BILL-PAYMENT-FILE-PATH      PIC X(50)
                   VALUE 'data/bill_payments.dat'.
           05  BILL-REMIT-FILE-PATH        PIC X(50)
                   VALUE 'data/bill_remit.txt'.
           05  BILL-REJECT-FILE-PATH       PIC X(50)
                   VALUE 'data/bill_rejects.txt'.
           05  SAFEBOX-FILE-PATH           PIC X(50)
                   VALUE 'data/safeboxes.dat'.
           05  SAFEBOX-LOG-FILE-PATH       PIC X(50)
                   VALUE 'data/safebox_log.dat'.
           05  ESCROW-FILE-PATH            PIC X(50)
                   VALUE 'data/escrows.dat'.
           05  MEMO-FILE-PATH              PIC X(50)
                   VALUE 'data/memos.dat'.
           05  NOTICE-FILE-PATH            PIC X(50)
                   VALUE 'data/notices.dat'.
           05  ADVICE-SPOOL-FILE-PATH      PIC X(50)
                   VALUE 'data/advice_letters.prn'.
           05  HELD-MAIL-FILE-PATH         PIC X(50)
                   VALUE 'data/held_mail.dat'.
           05  HELD-MAIL-LINE-FILE-PATH    PIC X(50)
                   VALUE 'data/held_mail_lines.dat'.
           05  MAIL-REPRINT-SPOOL-FILE-PATH PIC X(50)
                   VALUE 'data/mail_reprint.prn'.
           05  SPOOL-CATALOGUE-FILE-PATH   PIC X(50)
                   VALUE 'data/spool_catalogue.dat'.
           05  SPOOL-ARCHIVE-FILE-PATH     PIC X(50)
                   VALUE 'data/spool_archive.dat'.
           05  SPOOL-REPRINT-SPOOL-FILE-PATH PIC X(50)
                   VALUE 'data/spool_reprint.prn'.
           05  COMPLAINT-FILE-PATH         PIC X(50)
                   VALUE 'data/complaints.dat'.
           05  SAR-CASE-FILE-PATH          PIC X(50)
                   VALUE 'data/sar_cases.dat'.
           05  BRANCH-FILE-PATH            PIC X(50)
                   VALUE 'data/branches.dat'.
           05  VAULT-FILE-PATH             PIC X(50)
                   VALUE 'data/vault.dat'.
           05  VAULT-SHIPMENT-FILE-PATH    PIC X(50)
                   VALUE 'data/vault_shipments.dat'.
           05  ATM-FILE-PATH               PIC X(50)
                   VALUE 'data/atms.dat'.
           05  ATM-COUNT-IN-FILE-PATH      PIC X(50)
                   VALUE 'data/atm_counts.txt'.
           05  CASH-COUNT-FILE-PATH        PIC X(50)
                   VALUE 'data/cash_counts.dat'.
           05  COLLECT-ORIG-FILE-PATH      PIC X(50)
                   VALUE 'data/collection_orig.dat'.
           05  RECEIVABLES-IN-FILE-PATH    PIC X(50)
                   VALUE 'data/receivables_in.txt'.
           05  COLLECT-PRESENT-FILE-PATH   PIC X(50)
                   VALUE 'data/collection_present.txt'.
           05  ORIG-RESPONSE-FILE-PATH     PIC X(50)
                   VALUE 'data/collection_resp.txt'.
           05  FUNDS-HOLD-FILE-PATH        PIC X(50)
                   VALUE 'data/funds_holds.dat'.
           05  AVAIL-HOLD-FILE-PATH        PIC X(50)
                   VALUE 'data/avail_holds.dat'.
           05  PASSBOOK-FILE-PATH          PIC X(50)
                   VALUE 'data/passbooks.dat'.
           05  COLLATERAL-FILE-PATH        PIC X(50)
                   VALUE 'data/collateral.dat'.
           05  DEPOSITED-ITEM-FILE-PATH    PIC X(50)
                   VALUE 'data/deposited_items.dat'.
           05  OUT-COLLECT-FILE-PATH       PIC X(50)
                   VALUE 'data/cheque_collection_out.txt'.
           05  COLLECT-RTN-FILE-PATH       PIC X(50)
                   VALUE 'data/cheque_collection_rtn.txt'.
           05  FX-RATE-FILE-PATH           PIC X(50)
                   VALUE 'data/fx_rates.dat'.
           05  POSTING-RULE-FILE-PATH      PIC X(50)
                   VALUE 'data/posting_rules.dat'.
           05  FX-POSITION-FILE-PATH       PIC X(50)
                   VALUE 'data/fx_positions.dat'.
           05  WATCHLIST-FILE-PATH         PIC X(50)
                   VALUE 'data/watchlist.dat'.
           05  RECEIPT-SPOOL-FILE-PATH     PIC X(50)
                   VALUE 'data/receipts.prn'.
           05  FUTURE-PAYMENT-FILE-PATH    PIC X(50)
                   VALUE 'data/future_payments.dat'.
           05  ESCHEAT-REMIT-FILE-PATH     PIC X(50)
                   VALUE 'data/escheat_remit.txt'.
           05  WAIVED-FEE-FILE-PATH        PIC X(50)
                   VALUE 'data/waived_fees.dat'.
           05  OLB-INSTRUCTION-FILE-PATH   PIC X(50)
                   VALUE 'data/olb_instructions.txt'.
           05  OLB-RESPONSE-FILE-PATH      PIC X(50)
                   VALUE 'data/olb_response.txt'.
           05  OLB-BALANCE-FILE-PATH       PIC X(50)
                   VALUE 'data/olb_balances.txt'.
           05  OLB-MOVEMENT-FILE-PATH      PIC X(50)
                   VALUE 'data/olb_movements.txt'.
           05  CTR-PENDING-FILE-PATH       PIC X(50)
                   VALUE 'data/ctr_pending.txt'.
           05  CTR-FILING-FILE-PATH        PIC X(50)
                   VALUE 'data/ctr_filing.txt'.
           05  SAR-FILING-FILE-PATH        PIC X(50)
                   VALUE 'data/sar_filing.txt'.
           05  TAXCERT-SPOOL-FILE-PATH     PIC X(50)
                   VALUE 'data/tax_certificates.prn'.
           05  CB-RETURN-FILE-PATH         PIC X(50)
                   VALUE 'data/cb_deposits_return.txt'.
           05  BACKUP-SET-FILE-PATH        PIC X(50)
                   VALUE 'data/backup_set.dat'.
           05  BACKUP-MANIFEST-FILE-PATH   PIC X(50)
                   VALUE 'data/backup_manifest.txt'.
           05  JOURNAL-FILE-PATH           PIC X(50)
                   VALUE 'data/journal.dat'.
           05  SWEEP-FILE-PATH             PIC X(50)
                   VALUE 'data/sweeps.dat'.
           05  JOURNAL-VOUCHER-FILE-PATH   PIC X(50)
                   VALUE 'data/journal_vouchers.dat'.
           05  GL-PERIOD-FILE-PATH         PIC X(50)
                   VALUE 'data/gl_periods.dat'.
           05  GL-ACCOUNT-FILE-PATH        PIC X(50)
                   VALUE 'data/gl_accounts.dat'.
           05  GL-BRANCH-FILE-PATH         PIC X(50)
                   VALUE 'data/gl_branch_balances.dat'.
           05  GL-BRANCH-PERIOD-FILE-PATH  PIC X(50)
                   VALUE 'data/gl_branch_periods.dat'.
           05  INTER-BRANCH-FILE-PATH      PIC X(50)
                   VALUE 'data/inter_branch.dat'.
           05  BUDGET-FILE-PATH            PIC X(50)
                   VALUE 'data/budget.dat'.
           05  BUDGET-IMPORT-FILE-PATH     PIC X(50)
                   VALUE 'data/budget_load.txt'.
           05  OPEN-ITEM-FILE-PATH         PIC X(50)
                   VALUE 'data/open_items.dat'.
           05  MM-DEAL-FILE-PATH           PIC X(50)
                   VALUE 'data/mm_deals.dat'.
           05  MM-COUNTERPARTY-FILE-PATH   PIC X(50)
                   VALUE 'data/mm_counterparties.dat'.
           05  FX-COUNTER-FILE-PATH        PIC X(50)
                   VALUE 'data/fx_counter.dat'.
           05  PAYROLL-IMPORT-FILE-PATH    PIC X(50)
                   VALUE 'data/payroll_import.txt'.
           05  DD-MANDATE-FILE-PATH        PIC X(50)
                   VALUE 'data/dd_mandates.dat'.
           05  DD-COLLECTION-FILE-PATH     PIC X(50)
                   VALUE 'data/dd_collections.txt'.
           05  DD-RETURN-FILE-PATH         PIC X(50)
                   VALUE 'data/dd_returns.txt'.
           05  ALIAS-FILE-PATH             PIC X(50)
                   VALUE 'data/aliases.dat'.
           05  LOAN-APPLICATION-FILE-PATH  PIC X(50)
                   VALUE 'data/loan_applications.dat'.
           05  LOAN-RESTRUCTURE-FILE-PATH  PIC X(50)
                   VALUE 'data/loan_restructures.dat'.
           05  LOAN-RECOVERY-FILE-PATH     PIC X(50)
                   VALUE 'data/loan_recoveries.dat'.
           05  REFERENCE-RATE-FILE-PATH    PIC X(50)
                   VALUE 'data/reference_rates.dat'.
           05  INTEREST-RATE-FILE-PATH     PIC X(50)
                   VALUE 'data/interest_rates.dat'.
           05  TD-RATE-CARD-FILE-PATH      PIC X(50)
                   VALUE 'data/td_rate_card.dat'.
           05  TD-RATE-EXCEPTION-FILE-PATH PIC X(50)
                   VALUE 'data/td_rate_exceptions.dat'.
           05  CUTOFF-FILE-PATH            PIC X(50)
                   VALUE 'data/cutoffs.dat'.
           05  POSITIVE-PAY-FILE-PATH      PIC X(50)
                   VALUE 'data/positive_pay.dat'.
           05  PPAY-EXCEPTION-FILE-PATH    PIC X(50)
                   VALUE 'data/ppay_exceptions.dat'.
           05  PPAY-ISSUE-IN-FILE-PATH     PIC X(50)
                   VALUE 'data/ppay_issued.txt'.
           05  INSTANT-PAYMENT-FILE-PATH   PIC X(50)
                   VALUE 'data/instant_payments.dat'.
           05  IPAY-POSITION-FILE-PATH     PIC X(50)
                   VALUE 'data/ipay_position.dat'.
           05  IPAY-OUTBOX-FILE-PATH       PIC X(50)
                   VALUE 'data/ipay_outbox.txt'.
           05  IPAY-INBOX-FILE-PATH        PIC X(50)
                   VALUE 'data/ipay_inbox.txt'.
           05  IPAY-STMT-FILE-PATH         PIC X(50)
                   VALUE 'data/ipay_statement.txt'.
           05  SESSION-FILE-PATH           PIC X(50)
                   VALUE 'data/op_sessions.dat'.
           05  REF-CHANGE-FILE-PATH        PIC X(50)
                   VALUE 'data/ref_changes.dat'.
           05  FEE-TARIFF-FILE-PATH        PIC X(50)
                   VALUE 'data/fee_tariff.dat'.
           05  PRODUCT-FILE-PATH           PIC X(50)
                   VALUE 'data/products.dat'.
           05  EOD-EXCEPTION-FILE-PATH     PIC X(50)
                   VALUE 'data/eod_exceptions.dat'.
           05  EOD-SIGNOFF-FILE-PATH       PIC X(50)
                   VALUE 'data/eod_signoffs.dat'.
           05  CREDIT-BUREAU-FILE-PATH     PIC X(50)
                   VALUE 'data/credit_bureau.txt'.
           05  BUREAU-REJECT-FILE-PATH     PIC X(50)
                   VALUE 'data/credit_bureau_rejects.txt'.
           05  LOAN-SCHEDULE-SPOOL-FILE-PATH PIC X(50)
                   VALUE 'data/loan_schedules.prn'.
           05  LOAN-STMT-SPOOL-FILE-PATH   PIC X(50)
                   VALUE 'data/loan_statements.prn'.
           05  CONFIRM-REQUEST-FILE-PATH   PIC X(50)
                   VALUE 'data/audit_confirm_requests.txt'.
           05  CONFIRM-SPOOL-FILE-PATH     PIC X(50)
                   VALUE 'data/audit_confirmations.prn'.
           05  CONFIRM-REGISTER-FILE-PATH  PIC X(50)
                   VALUE 'data/confirm_register.dat'.
           05  REDIRECT-FILE-PATH          PIC X(50)
                   VALUE 'data/redirections.dat'.
           05  REDIRECT-ITEM-FILE-PATH     PIC X(50)
                   VALUE 'data/redirect_items.dat'.
           05  REDIRECT-ADVICE-FILE-PATH   PIC X(50)
                   VALUE 'data/dd_collector_advices.txt'.
           05  REDIRECT-SPOOL-FILE-PATH    PIC X(50)
                   VALUE 'data/redirection_notices.prn'.
           05  TAX-RATE-FILE-PATH          PIC X(50)
                   VALUE 'data/tax_rates.dat'.
           05  CONSENT-FILE-PATH           PIC X(50)
                   VALUE 'data/consents.dat'.
           05  COLLECTION-CASE-FILE-PATH   PIC X(50)
                   VALUE 'data/collection_cases.dat'.
           05  COLLECTION-CONTACT-FILE-PATH PIC X(50)
                   VALUE 'data/collection_contacts.dat'.
           05  CASH-DEMAND-FILE-PATH       PIC X(50)
                   VALUE 'data/cash_demand.dat'.
           05  RM-FILE-PATH                PIC X(50)
                   VALUE 'data/relationship_managers.dat'.
           05  RM-ASSIGNMENT-FILE-PATH     PIC X(50)
                   VALUE 'data/rm_assignments.dat'.
           05  CUSTOMER-PROFIT-FILE-PATH   PIC X(50)
                   VALUE 'data/customer_profit.dat'.
       01  WS-FILE-PATH-TABLE REDEFINES WS-FILE-PATHS.
           05  WS-FILE-PATH            PIC X(50) OCCURS 165 TIMES.
       01  WS-FILE-PATH-COUNT          PIC 9(3) VALUE 165.
       01  WS-FILE-PATH-IDX            PIC 9(3).
       01  WS-FILE-PATH-WORK           PIC X(50).
       01  WS-TRAINING-PREFIX          PIC X(9) VALUE 'training/'.
       01  WS-DATA-SET-ASSIGNED        PIC X VALUE 'L'.
           88  LIVE-DATA-SET-ASSIGNED  VALUE 'L'.
           88  TRAINING-DATA-SET-ASSIGNED VALUE 'T'.

      * Branch code being carried into a new branch master (see
      * INIT-BRANCH-FILE)
       01  WS-BRANCH-CARRY-CODE        PIC X(4).

      * Chart-of-accounts top-up working data (see
      * SEED-MISSING-CHART-ROWS)
       01  WS-SEED-GLA-ID              PIC 9(4).
       01  WS-SEED-GLA-NAME            PIC X(30).
      *    One default posting rule being seeded (see
      *    INIT-POSTING-RULE-FILE)
       01  WS-SEED-PRL-CODE            PIC X(6).
       01  WS-SEED-PRL-GLA             PIC 9(4).
       01  WS-SEED-PRL-DESC            PIC X(30).
           88  OP-SUCCESS              VALUE '00'.
           88  OP-EOF                  VALUE '10'.
           88  OP-NOT-FOUND            VALUE '23'.
           05  WS-SEQ-MAX-BILLER-ID    PIC 9(6)  VALUE 0.
           05  WS-SEQ-MAX-BILLPAY-ID   PIC 9(10) VALUE 0.
           05  WS-SEQ-MAX-WDNOTICE-ID  PIC 9(10) VALUE 0.
           05  WS-SEQ-MAX-LOAN-APP-ID  PIC 9(8)  VALUE 0.
           05  WS-SEQ-MAX-CARD-AUTH-ID PIC 9(10) VALUE 0.
           05  WS-SEQ-MAX-CASH-COUNT-ID PIC 9(10) VALUE 0.
           05  WS-SEQ-MAX-HELD-MAIL-ID PIC 9(10) VALUE 0.
           05  WS-SEQ-MAX-COMPLAINT-ID PIC 9(8)  VALUE 0.
           05  WS-SEQ-MAX-SAR-CASE-ID  PIC 9(8)  VALUE 0.
           05  WS-SEQ-CORRECTED        PIC 9     VALUE 0.
               88  SEQ-CORRECTIONS-MADE VALUE 1.
      *    A card number is the issuer prefix over the card
           WRITE CTR-FILING-FILE-REC FROM CTR-FILING-LINE.
           MOVE CTR-FILING-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-SAR-FILING-EXTEND.
      *    Open the SAR filing file for appending - each run adds
      *    its cases to the stream the FIU portal takes
           OPEN EXTEND SAR-FILING-FILE.
           IF SAR-FILING-FILE-STATUS = '35'
               OPEN OUTPUT SAR-FILING-FILE
           END-IF.
           MOVE SAR-FILING-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SAR-FILING-FILE.
           CLOSE SAR-FILING-FILE.

       WRITE-SAR-FILING-LINE.
      *    Input: SAR-FILING-LINE
           WRITE SAR-FILING-FILE-REC FROM SAR-FILING-LINE.
           MOVE SAR-FILING-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-TAXCERT-SPOOL-OUTPUT.
      *    Open (create/overwrite) the tax certificate spool
           OPEN OUTPUT TAXCERT-SPOOL-FILE.
       INIT-OPERATOR-FILE.
      *    Initialize operator file if it doesn't exist, seeding one
      *    default operator so the system is never locked out on a
      *    fresh install. The factory PIN 000000 is seeded as its
      *    PINHASH hash under a fixed factory salt; the forced
      *    change at first login replaces both.
           OPEN OUTPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize operator file'
           INITIALIZE OPERATOR-RECORD.
           MOVE 1 TO OP-ID.
           MOVE 'ADMIN' TO OP-NAME.
           MOVE '0000000000000001' TO OP-PIN-SALT.
           MOVE '263613109419391931941971439668' TO OP-PIN-HASH.
           MOVE 'ACTIVE' TO OP-STATUS.
           MOVE 'SUPERVISOR' TO OP-ROLE.
           MOVE 1 TO OP-FORCE-PIN-CHANGE.
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-ALERT-FROM-ID.
      *    Position the alert file just after a given alert ID
      *    Input: ALR-ALERT-ID in ALERT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE ALR-ALERT-ID TO ALF-ALERT-ID.
           START ALERT-FILE KEY IS GREATER THAN ALF-ALERT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-ALERT.
      *    Read next alert record in ALR-ALERT-ID order (full scan)
      *    Output: ALERT-RECORD, WS-OPERATION-STATUS
           MOVE CARD-RESPONSE-FILE-STATUS TO WS-OPERATION-STATUS.

      ******************************************************************
      * CARD AUTHORIZATION LOG OPERATIONS
      ******************************************************************

       INIT-CARD-AUTH-FILE.
      *    Initialize card authorization log if it doesn't exist
           OPEN OUTPUT CARD-AUTH-FILE.
           IF CARD-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize card authorization '
                   'file'
               STOP RUN
           END-IF.
           CLOSE CARD-AUTH-FILE.

       OPEN-CARD-AUTH-FILE-IO.
      *    Open card authorization log for read/write
           OPEN I-O CARD-AUTH-FILE.
           IF CARD-AUTH-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-CARD-AUTH-FILE
               OPEN I-O CARD-AUTH-FILE
           END-IF.
           MOVE CARD-AUTH-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CARD-AUTH-FILE.
           CLOSE CARD-AUTH-FILE.

       WRITE-CARD-AUTH.
      *    Write card authorization record to file
      *    Input: CARD-AUTH-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE CARD-AUTH-FILE-REC FROM CARD-AUTH-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-CARD-AUTH.
      *    Read card authorization by ID
      *    Input: CAU-AUTH-ID in CARD-AUTH-RECORD
      *    Output: CARD-AUTH-RECORD, WS-OPERATION-STATUS
           MOVE CAU-AUTH-ID TO CAF-AUTH-ID.
           READ CARD-AUTH-FILE INTO CARD-AUTH-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-CARD-AUTH.
      *    Update existing card authorization record
      *    Input: CARD-AUTH-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CAU-AUTH-ID TO CAF-AUTH-ID.
           REWRITE CARD-AUTH-FILE-REC FROM CARD-AUTH-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-CARD-AUTH-BY-CARD.
      *    Position on a card's first authorization via the card
      *    alternate key
      *    Input: CAU-CARD-NUMBER in CARD-AUTH-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CAU-CARD-NUMBER TO CAF-CARD-NUMBER.
           START CARD-AUTH-FILE KEY IS NOT LESS THAN
                   CAF-CARD-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-CARD-AUTH-FILE-TOP.
      *    Position the authorization log at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO CAF-AUTH-ID.
           START CARD-AUTH-FILE KEY IS NOT LESS THAN CAF-AUTH-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-CARD-AUTH.
      *    Read the next authorization in the current key order
      *    Output: CARD-AUTH-RECORD, WS-OPERATION-STATUS
           READ CARD-AUTH-FILE NEXT RECORD INTO CARD-AUTH-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * CARD NETWORK AUTHORIZATION FILE OPERATIONS
      ******************************************************************

       OPEN-CARD-AUTH-IN-FILE-INPUT.
      *    Open the card network's authorization request file
           OPEN INPUT CARD-AUTH-IN-FILE.
           MOVE CARD-AUTH-IN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CARD-AUTH-IN-FILE.
           CLOSE CARD-AUTH-IN-FILE.

       READ-NEXT-CARD-AUTH-IN-LINE.
      *    Read the next raw line of the authorization request file
      *    Output: CARD-AUTH-IN-LINE, WS-OPERATION-STATUS
           READ CARD-AUTH-IN-FILE INTO CARD-AUTH-IN-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       OPEN-CARD-AUTH-RESPONSE-OUTPUT.
      *    Open (create/overwrite) the authorization answer file
           OPEN OUTPUT CARD-AUTH-RESPONSE-FILE.
           MOVE CARD-AUTH-RESPONSE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CARD-AUTH-RESPONSE-FILE.
           CLOSE CARD-AUTH-RESPONSE-FILE.

       WRITE-CARD-AUTH-RESPONSE-LINE.
      *    Write one already-formatted line to the answer file
      *    Input: CARD-AUTH-RESPONSE-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE CARD-AUTH-RESPONSE-FILE-REC
               FROM CARD-AUTH-RESPONSE-LINE.
           MOVE CARD-AUTH-RESPONSE-FILE-STATUS TO WS-OPERATION-STATUS.

      ******************************************************************
      * CARD BUREAU FILE OPERATIONS
      ******************************************************************

       OPEN-CARD-EMBOSS-OUTPUT.
      *    Open (create/overwrite) the embossing request file
           OPEN OUTPUT CARD-EMBOSS-FILE.
           MOVE CARD-EMBOSS-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CARD-EMBOSS-FILE.
           CLOSE CARD-EMBOSS-FILE.

       WRITE-CARD-EMBOSS-LINE.
      *    Write one already-formatted line to the embossing file
      *    Input: CARD-EMBOSS-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE CARD-EMBOSS-FILE-REC FROM CARD-EMBOSS-LINE.
           MOVE CARD-EMBOSS-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-CARD-PRODUCTION-IN-INPUT.
      *    Open the card bureau's returned production file
           OPEN INPUT CARD-PRODUCTION-IN-FILE.
           MOVE CARD-PRODUCTION-IN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CARD-PRODUCTION-IN-FILE.
           CLOSE CARD-PRODUCTION-IN-FILE.

       READ-NEXT-CARD-PRODUCTION-LINE.
      *    Read the next raw line of the production file
      *    Output: CARD-PRODUCTION-IN-LINE, WS-OPERATION-STATUS
           READ CARD-PRODUCTION-IN-FILE INTO CARD-PRODUCTION-IN-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       OPEN-NOTIFY-OUT-OUTPUT.
      *    Open (create/overwrite) the outbound notification file
           OPEN OUTPUT NOTIFY-OUT-FILE.
           MOVE NOTIFY-OUT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-NOTIFY-OUT-FILE.
           CLOSE NOTIFY-OUT-FILE.

       WRITE-NOTIFY-OUT-LINE.
      *    Write one already-formatted line to the outbound file
      *    Input: NOTIFY-OUT-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE NOTIFY-OUT-FILE-REC FROM NOTIFY-OUT-LINE.
           MOVE NOTIFY-OUT-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-NOTIFY-RECEIPT-IN-INPUT.
      *    Open the gateway's returned delivery-receipt file
           OPEN INPUT NOTIFY-RECEIPT-IN-FILE.
           MOVE NOTIFY-RECEIPT-IN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-NOTIFY-RECEIPT-IN-FILE.
           CLOSE NOTIFY-RECEIPT-IN-FILE.

       READ-NEXT-NOTIFY-RECEIPT-LINE.
      *    Read the next raw line of the delivery-receipt file
      *    Output: NOTIFY-RECEIPT-IN-LINE, WS-OPERATION-STATUS
           READ NOTIFY-RECEIPT-IN-FILE INTO NOTIFY-RECEIPT-IN-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * CLEARING SUSPENSE FILE OPERATIONS
      ******************************************************************

       INIT-CLEARING-SUSPENSE-FILE.
      *    Initialize clearing suspense file if it doesn't exist
           OPEN OUTPUT CLEARING-SUSPENSE-FILE.
           IF CLEARING-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize clearing suspense '
                   'file'
               STOP RUN
           END-IF.
           CLOSE CLEARING-SUSPENSE-FILE.

       OPEN-CLEARING-SUSPENSE-FILE-IO.
      *    Open clearing suspense file for read/write
           OPEN I-O CLEARING-SUSPENSE-FILE.
           IF CLEARING-SUSPENSE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-CLEARING-SUSPENSE-FILE
               OPEN I-O CLEARING-SUSPENSE-FILE
           END-IF.
           MOVE CLEARING-SUSPENSE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CLEARING-SUSPENSE-FILE.
           CLOSE CLEARING-SUSPENSE-FILE.

       WRITE-CLEARING-SUSPENSE.
      *    Write clearing suspense record to file
      *    Input: CLEARING-SUSPENSE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE CLEARING-SUSPENSE-FILE-REC FROM
                   CLEARING-SUSPENSE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * POSTING RULE FILE OPERATIONS
      ******************************************************************

       INIT-POSTING-RULE-FILE.
      *    Initialize the posting rules file, seeded with one
      *    catch-all (any channel) rule per transaction code the
      *    posting paths stamp, each booking to the chart row the
      *    old description keywords used to pick - so the first run
      *    on the rules table posts exactly where the books did
           OPEN OUTPUT POSTING-RULE-FILE.
           IF POSTING-RULE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize posting rules file'
               STOP RUN
           END-IF.

      *    Customer cash and account-to-account movement
           MOVE 1000 TO WS-SEED-PRL-GLA.
           MOVE 'DEP' TO WS-SEED-PRL-CODE.
           MOVE 'DEPOSIT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'WDL' TO WS-SEED-PRL-CODE.
           MOVE 'WITHDRAWAL' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'XFR' TO WS-SEED-PRL-CODE.
           MOVE 'TRANSFER' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'ATMWDL' TO WS-SEED-PRL-CODE.
           MOVE 'ATM / CARD WITHDRAWAL' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'CHQPAY' TO WS-SEED-PRL-CODE.
           MOVE 'CHEQUE PAID' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'BILPAY' TO WS-SEED-PRL-CODE.
           MOVE 'BILL PAYMENT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'DDCOLL' TO WS-SEED-PRL-CODE.
           MOVE 'DIRECT DEBIT COLLECTION' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'COLSET' TO WS-SEED-PRL-CODE.
           MOVE 'COLLECTION SETTLEMENT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'PAYRL' TO WS-SEED-PRL-CODE.
           MOVE 'PAYROLL' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'LNDISB' TO WS-SEED-PRL-CODE.
           MOVE 'LOAN DISBURSEMENT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'LNREPY' TO WS-SEED-PRL-CODE.
           MOVE 'LOAN REPAYMENT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'DSPADJ' TO WS-SEED-PRL-CODE.
           MOVE 'DISPUTE ADJUSTMENT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'ESCROW' TO WS-SEED-PRL-CODE.
           MOVE 'ESCROW RELEASE' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'GARNSH' TO WS-SEED-PRL-CODE.
           MOVE 'GARNISHMENT REMITTANCE' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'ESTATE' TO WS-SEED-PRL-CODE.
           MOVE 'ESTATE PAYOUT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'RENUM' TO WS-SEED-PRL-CODE.
           MOVE 'ACCOUNT RENUMBER CARRY' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'ADJCR' TO WS-SEED-PRL-CODE.
           MOVE 'BACK-DATED CREDIT ADJUSTMENT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'ADJDR' TO WS-SEED-PRL-CODE.
           MOVE 'BACK-DATED DEBIT ADJUSTMENT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.

      *    Settlement suspense
           MOVE 2000 TO WS-SEED-PRL-GLA.
           MOVE 'WIREIN' TO WS-SEED-PRL-CODE.
           MOVE 'INBOUND WIRE' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'WIREOU' TO WS-SEED-PRL-CODE.
           MOVE 'OUTBOUND WIRE' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'CLRIN' TO WS-SEED-PRL-CODE.
           MOVE 'INBOUND CLEARING' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'CHQDEP' TO WS-SEED-PRL-CODE.
           MOVE 'OUTWARD CLEARING CHEQUE' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.

      *    Instant payment scheme prefunded position
           MOVE 1800 TO WS-SEED-PRL-GLA.
           MOVE 'IPOUT' TO WS-SEED-PRL-CODE.
           MOVE 'INSTANT PAYMENT OUT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'IPIN' TO WS-SEED-PRL-CODE.
           MOVE 'INSTANT PAYMENT IN' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.

      *    Payables, income and expense positions
           MOVE 2100 TO WS-SEED-PRL-GLA.
           MOVE 'ESCHT' TO WS-SEED-PRL-CODE.
           MOVE 'ESCHEATMENT' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 2300 TO WS-SEED-PRL-GLA.
           MOVE 'WHT' TO WS-SEED-PRL-CODE.
           MOVE 'WITHHOLDING TAX' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 2350 TO WS-SEED-PRL-GLA.
           MOVE 'FTT' TO WS-SEED-PRL-CODE.
           MOVE 'FINANCIAL TRANSACTION TAX' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 4000 TO WS-SEED-PRL-GLA.
           MOVE 'FEE' TO WS-SEED-PRL-CODE.
           MOVE 'SERVICE / TRANSACTION FEE' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 'PENFEE' TO WS-SEED-PRL-CODE.
           MOVE 'EARLY WITHDRAWAL PENALTY' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 4100 TO WS-SEED-PRL-GLA.
           MOVE 'NSFFEE' TO WS-SEED-PRL-CODE.
           MOVE 'NSF FEE' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 4200 TO WS-SEED-PRL-GLA.
           MOVE 'ODINT' TO WS-SEED-PRL-CODE.
           MOVE 'OVERDRAFT INTEREST' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 4300 TO WS-SEED-PRL-GLA.
           MOVE 'LNRCV' TO WS-SEED-PRL-CODE.
           MOVE 'WRITTEN-OFF LOAN RECOVERY' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.
           MOVE 5000 TO WS-SEED-PRL-GLA.
           MOVE 'INTPAY' TO WS-SEED-PRL-CODE.
           MOVE 'INTEREST PAID' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-POSTING-RULE.

           CLOSE POSTING-RULE-FILE.

       SEED-ONE-POSTING-RULE.
      *    Write one catch-all rule booking both sides to one row
           INITIALIZE POSTING-RULE-RECORD.
           MOVE WS-SEED-PRL-CODE TO PRL-TXN-CODE.
           MOVE SPACES TO PRL-CHANNEL.
           MOVE WS-SEED-PRL-GLA TO PRL-DEBIT-GLA.
           MOVE WS-SEED-PRL-GLA TO PRL-CREDIT-GLA.
           MOVE WS-SEED-PRL-DESC TO PRL-DESCRIPTION.
           WRITE POSTING-RULE-FILE-REC FROM POSTING-RULE-RECORD.

       TRUNCATE-POSTING-RULE-FILE.
      *    Empty the rules table WITHOUT the first-run seeding - the
      *    restore reloads every rule from the backup set, and the
      *    seeded defaults would collide with it
           OPEN OUTPUT POSTING-RULE-FILE.
           CLOSE POSTING-RULE-FILE.

       OPEN-POSTING-RULE-FILE-IO.
      *    Open posting rules file for read/write
           OPEN I-O POSTING-RULE-FILE.
           IF POSTING-RULE-FILE-STATUS = '35'
      *        File doesn't exist, create and seed it
               PERFORM INIT-POSTING-RULE-FILE
               OPEN I-O POSTING-RULE-FILE
           END-IF.

           IF POSTING-RULE-FILE-STATUS = '00'
               PERFORM SEED-MISSING-POSTING-RULES
                   THRU SEED-MISSING-POSTING-RULES-END
           END-IF.

           MOVE POSTING-RULE-FILE-STATUS TO WS-OPERATION-STATUS.

       SEED-MISSING-POSTING-RULES.
      *    Top up a rules table created before the newest posting
      *    codes existed, leaving every existing rule (and whatever
      *    finance has since changed in it) untouched - the same
      *    reasoning as SEED-MISSING-CHART-ROWS. An empty table is
      *    a restore reloading the rules from the backup set (see
      *    TRUNCATE-POSTING-RULE-FILE) and is left for it to fill
           MOVE LOW-VALUES TO PRF-KEY.
           START POSTING-RULE-FILE
               KEY IS NOT LESS THAN PRF-KEY
               INVALID KEY
                   GO TO SEED-MISSING-POSTING-RULES-END
           END-START.

           MOVE 2350 TO WS-SEED-PRL-GLA.
           MOVE 'FTT' TO WS-SEED-PRL-CODE.
           MOVE 'FINANCIAL TRANSACTION TAX' TO WS-SEED-PRL-DESC.
           PERFORM SEED-ONE-MISSING-POSTING-RULE.

       SEED-MISSING-POSTING-RULES-END.
           EXIT.

       SEED-ONE-MISSING-POSTING-RULE.
      *    Write one catch-all rule only when it is not already there
           MOVE WS-SEED-PRL-CODE TO PRF-TXN-CODE.
           MOVE SPACES TO PRF-CHANNEL.
           READ POSTING-RULE-FILE
               INVALID KEY
                   PERFORM SEED-ONE-POSTING-RULE
           END-READ.

       CLOSE-POSTING-RULE-FILE.
           CLOSE POSTING-RULE-FILE.

       WRITE-POSTING-RULE.
      *    Write posting rule record to file
      *    Input: POSTING-RULE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE POSTING-RULE-FILE-REC FROM POSTING-RULE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-POSTING-RULE.
      *    Read posting rule by code and channel
      *    Input: PRL-KEY in POSTING-RULE-RECORD
      *    Output: POSTING-RULE-RECORD, WS-OPERATION-STATUS
           MOVE PRL-KEY TO PRF-KEY.
           READ POSTING-RULE-FILE INTO POSTING-RULE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-POSTING-RULE.
      *    Update existing posting rule record
      *    Input: POSTING-RULE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE PRL-KEY TO PRF-KEY.
           REWRITE POSTING-RULE-FILE-REC FROM POSTING-RULE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       DELETE-POSTING-RULE.
      *    Remove one posting rule
      *    Input: PRL-KEY in POSTING-RULE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE PRL-KEY TO PRF-KEY.
           DELETE POSTING-RULE-FILE RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-DELETE.

       START-POSTING-RULE-FILE-TOP.
      *    Position the posting rules file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO PRF-KEY.
           START POSTING-RULE-FILE KEY IS NOT LESS THAN PRF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-POSTING-RULE.
      *    Read next posting rule in code/channel order (full scan)
      *    Output: POSTING-RULE-RECORD, WS-OPERATION-STATUS
           READ POSTING-RULE-FILE NEXT RECORD INTO POSTING-RULE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * ALIAS FILE OPERATIONS
      ******************************************************************
           MOVE 'CASH CONTROL' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    The compulsory reserve held at the central bank, and the
      *    current account it is funded from and released back to
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 1100 TO GLA-ID.
           MOVE 'CENTRAL BANK RESERVE' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 1200 TO GLA-ID.
           MOVE 'CENTRAL BANK CURRENT ACCOUNT' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    Overdraft interest accrued nightly and not yet charged to
      *    the accounts (see INTACCR.COB)
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 1300 TO GLA-ID.
           MOVE 'OD INTEREST RECEIVABLE' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    What other branches owe this one for customer funds it
      *    received from them - nets to zero across the bank
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 1400 TO GLA-ID.
           MOVE 'INTER-BRANCH DUE FROM' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    Treasury's interbank placements and the interest accrued
      *    on them until maturity (see MMDEALS.COB)
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 1500 TO GLA-ID.
           MOVE 'MM PLACEMENTS' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 1600 TO GLA-ID.
           MOVE 'MM INTEREST RECEIVABLE' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    Foreign banknotes bought at the teller counter, carried at
      *    their BRL book value, and the margin earned on them
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 1700 TO GLA-ID.
           MOVE 'FX NOTES POSITION' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    Funds prefunded at the central bank for the instant
      *    payment scheme
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 1800 TO GLA-ID.
           MOVE 'INSTANT PAYMENT PREFUNDING' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2000 TO GLA-ID.
           MOVE 'SETTLEMENT SUSPENSE' TO GLA-NAME.
           MOVE 'Y' TO GLA-OPEN-ITEM-FLAG.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 'UNCLAIMED FUNDS' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    What this branch owes other branches for customer funds
      *    it gave up to them - the other side of 1400
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2200 TO GLA-ID.
           MOVE 'INTER-BRANCH DUE TO' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2300 TO GLA-ID.
           MOVE 'WITHHOLDING TAX PAYABLE' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2350 TO GLA-ID.
           MOVE 'FINANCIAL TXN TAX PAYABLE' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2400 TO GLA-ID.
           MOVE 'LOAN LOSS PROVISION' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2500 TO GLA-ID.
           MOVE 'DEFERRED LOAN FEE INCOME' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    Savings interest accrued nightly and not yet paid to the
      *    accounts (see INTACCR.COB)
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2600 TO GLA-ID.
           MOVE 'ACCRUED INTEREST PAYABLE' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    Treasury's interbank borrowings and the interest accrued
      *    on them until maturity (see MMDEALS.COB)
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2700 TO GLA-ID.
           MOVE 'MM BORROWINGS' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2800 TO GLA-ID.
           MOVE 'MM INTEREST PAYABLE' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 2900 TO GLA-ID.
           MOVE 'UNMAPPED POSTING SUSPENSE' TO GLA-NAME.
           MOVE 'Y' TO GLA-OPEN-ITEM-FLAG.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 3000 TO GLA-ID.
           MOVE 'RETAINED EARNINGS' TO GLA-NAME.
           MOVE 'OVERDRAFT INTEREST INCOME' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 4300 TO GLA-ID.
           MOVE 'LOAN RECOVERY INCOME' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 4400 TO GLA-ID.
           MOVE 'LOAN DEFAULT INTEREST INCOME' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 4500 TO GLA-ID.
           MOVE 'LOAN LATE FEE INCOME' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 4600 TO GLA-ID.
           MOVE 'LOAN ORIGINATION FEE INCOME' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 4700 TO GLA-ID.
           MOVE 'MM INTEREST INCOME' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 4800 TO GLA-ID.
           MOVE 'FX INCOME' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 5000 TO GLA-ID.
           MOVE 'INTEREST EXPENSE' TO GLA-NAME.
           MOVE 'LOAN LOSS PROVISION EXPENSE' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 5200 TO GLA-ID.
           MOVE 'LOAN WRITE-OFF LOSS' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 5300 TO GLA-ID.
           MOVE 'ATM CASH OVER/SHORT' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    Where a supervised write-off takes a suspense open item
      *    nobody could match
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 5400 TO GLA-ID.
           MOVE 'SUSPENSE WRITE-OFFS' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 5500 TO GLA-ID.
           MOVE 'MM INTEREST EXPENSE' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

      *    9xxx are memo positions, off the balance sheet and out of
      *    the P&L
           INITIALIZE GL-ACCOUNT-RECORD.
           MOVE 9100 TO GLA-ID.
           MOVE 'WRITTEN-OFF LOANS MEMO' TO GLA-NAME.
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD.

           CLOSE GL-ACCOUNT-FILE.

       OPEN-GL-ACCOUNT-FILE-IO.
           MOVE 'LOAN LOSS PROVISION EXPENSE' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 4300 TO WS-SEED-GLA-ID.
           MOVE 'LOAN RECOVERY INCOME' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 4400 TO WS-SEED-GLA-ID.
           MOVE 'LOAN DEFAULT INTEREST INCOME' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 4500 TO WS-SEED-GLA-ID.
           MOVE 'LOAN LATE FEE INCOME' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 2500 TO WS-SEED-GLA-ID.
           MOVE 'DEFERRED LOAN FEE INCOME' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 4600 TO WS-SEED-GLA-ID.
           MOVE 'LOAN ORIGINATION FEE INCOME' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 5200 TO WS-SEED-GLA-ID.
           MOVE 'LOAN WRITE-OFF LOSS' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 5300 TO WS-SEED-GLA-ID.
           MOVE 'ATM CASH OVER/SHORT' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 9100 TO WS-SEED-GLA-ID.
           MOVE 'WRITTEN-OFF LOANS MEMO' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 1100 TO WS-SEED-GLA-ID.
           MOVE 'CENTRAL BANK RESERVE' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 1200 TO WS-SEED-GLA-ID.
           MOVE 'CENTRAL BANK CURRENT ACCOUNT' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 2900 TO WS-SEED-GLA-ID.
           MOVE 'UNMAPPED POSTING SUSPENSE' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 1400 TO WS-SEED-GLA-ID.
           MOVE 'INTER-BRANCH DUE FROM' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 2200 TO WS-SEED-GLA-ID.
           MOVE 'INTER-BRANCH DUE TO' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 5400 TO WS-SEED-GLA-ID.
           MOVE 'SUSPENSE WRITE-OFFS' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 1300 TO WS-SEED-GLA-ID.
           MOVE 'OD INTEREST RECEIVABLE' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 2600 TO WS-SEED-GLA-ID.
           MOVE 'ACCRUED INTEREST PAYABLE' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 1500 TO WS-SEED-GLA-ID.
           MOVE 'MM PLACEMENTS' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 1600 TO WS-SEED-GLA-ID.
           MOVE 'MM INTEREST RECEIVABLE' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 2700 TO WS-SEED-GLA-ID.
           MOVE 'MM BORROWINGS' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 2800 TO WS-SEED-GLA-ID.
           MOVE 'MM INTEREST PAYABLE' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 4700 TO WS-SEED-GLA-ID.
           MOVE 'MM INTEREST INCOME' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 5500 TO WS-SEED-GLA-ID.
           MOVE 'MM INTEREST EXPENSE' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 1700 TO WS-SEED-GLA-ID.
           MOVE 'FX NOTES POSITION' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 4800 TO WS-SEED-GLA-ID.
           MOVE 'FX INCOME' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 1800 TO WS-SEED-GLA-ID.
           MOVE 'INSTANT PAYMENT PREFUNDING' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 2350 TO WS-SEED-GLA-ID.
           MOVE 'FINANCIAL TXN TAX PAYABLE' TO WS-SEED-GLA-NAME.
           PERFORM SEED-ONE-CHART-ROW.

           MOVE 2000 TO WS-SEED-GLA-ID.
           PERFORM SEED-OPEN-ITEM-FLAG.

           MOVE 2900 TO WS-SEED-GLA-ID.
           PERFORM SEED-OPEN-ITEM-FLAG.

       SEED-ONE-CHART-ROW.
      *    Write one chart row only when it is not already there
           MOVE WS-SEED-GLA-ID TO GLF-ID.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   INITIALIZE GL-ACCOUNT-RECORD
                   END-WRITE
           END-READ.

       SEED-OPEN-ITEM-FLAG.
      *    Put one suspense row under open-item control on a chart
      *    written before the flag existed; a row finance has since
      *    taken out of control ('N') is left alone
           MOVE WS-SEED-GLA-ID TO GLF-ID.
           READ GL-ACCOUNT-FILE INTO GL-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GLA-OPEN-ITEM-FLAG = SPACE
                       MOVE 'Y' TO GLA-OPEN-ITEM-FLAG
                       REWRITE GL-ACCOUNT-FILE-REC
                           FROM GL-ACCOUNT-RECORD
                       END-REWRITE
                   END-IF
           END-READ.

       CLOSE-GL-ACCOUNT-FILE.
           CLOSE GL-ACCOUNT-FILE.

           END-IF.

       WRITE-GL-ACCOUNT.
      *    Write one GL account row (the restore reload, and an
      *    approved chart of accounts change - see REFCHG.COB;
      *    ordinary posting never creates chart rows)
      *    Input: GL-ACCOUNT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE GL-ACCOUNT-FILE-REC FROM GL-ACCOUNT-RECORD
           END-READ.

      ******************************************************************
      * GL BRANCH BALANCE OPERATIONS
      ******************************************************************

       INIT-GL-BRANCH-FILE.
      *    Initialize the branch balance file, carrying every chart
      *    row's existing balance in under branch '0001' - the books
      *    kept before the split had only the one implicit branch,
      *    so that is where their balances belong, and the branch
      *    rows then sum to the chart from the first posting on
           OPEN OUTPUT GL-BRANCH-FILE.
           IF GL-BRANCH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize GL branch file'
               STOP RUN
           END-IF.

           OPEN INPUT GL-ACCOUNT-FILE.
           IF GL-ACCOUNT-FILE-STATUS = '00'
               MOVE '00' TO WS-OPERATION-STATUS
               PERFORM CARRY-ONE-CHART-ROW-TO-BRANCH
                   UNTIL WS-OPERATION-STATUS = '10'
               CLOSE GL-ACCOUNT-FILE
           END-IF.

           CLOSE GL-BRANCH-FILE.

       CARRY-ONE-CHART-ROW-TO-BRANCH.
      *    Write one chart row's balance as the share of branch '0001'
           READ GL-ACCOUNT-FILE NEXT RECORD INTO GL-ACCOUNT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   INITIALIZE GL-BRANCH-BALANCE-RECORD
                   MOVE '0001' TO GLB-BRANCH-CODE
                   MOVE GLA-ID TO GLB-GLA-ID
                   MOVE GLA-BALANCE TO GLB-BALANCE
                   MOVE GLA-UPDATED-TS TO GLB-UPDATED-TS
                   WRITE GL-BRANCH-FILE-REC
                       FROM GL-BRANCH-BALANCE-RECORD
                   END-WRITE
           END-READ.

       TRUNCATE-GL-BRANCH-FILE.
      *    Empty the branch balance file WITHOUT the carry-in from
      *    the chart - the restore reloads every row from the backup
      *    set, and carried-in rows would collide with it
           OPEN OUTPUT GL-BRANCH-FILE.
           CLOSE GL-BRANCH-FILE.

       OPEN-GL-BRANCH-FILE-IO.
      *    Open the branch balance file for read/write
           OPEN I-O GL-BRANCH-FILE.
           IF GL-BRANCH-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-GL-BRANCH-FILE
               OPEN I-O GL-BRANCH-FILE
           END-IF.
           MOVE GL-BRANCH-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-GL-BRANCH-FILE.
           CLOSE GL-BRANCH-FILE.

       READ-GL-BRANCH.
      *    Read one branch's share of one chart row
      *    Input: GLB-BRANCH-CODE, GLB-GLA-ID in
      *           GL-BRANCH-BALANCE-RECORD
      *    Output: GL-BRANCH-BALANCE-RECORD, WS-OPERATION-STATUS
           MOVE GLB-BRANCH-CODE TO GBF-BRANCH-CODE.
           MOVE GLB-GLA-ID TO GBF-GLA-ID.
           READ GL-BRANCH-FILE INTO GL-BRANCH-BALANCE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       WRITE-GL-BRANCH.
      *    Write a new branch row (first movement a branch books on
      *    a chart row, or the restore reload)
      *    Input: GL-BRANCH-BALANCE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE GL-BRANCH-FILE-REC FROM GL-BRANCH-BALANCE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

           IF WS-OPERATION-STATUS = '00'
               MOVE 'GLBRANCH' TO JRF-FILE-TAG
               MOVE 'WRITE' TO JRF-ACTION
               MOVE GL-BRANCH-BALANCE-RECORD TO JRF-IMAGE
               PERFORM JOURNAL-AFTER-IMAGE
                   THRU JOURNAL-AFTER-IMAGE-END
           END-IF.

       UPDATE-GL-BRANCH.
      *    Update one branch row's booked balance
      *    Input: GL-BRANCH-BALANCE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE GLB-BRANCH-CODE TO GBF-BRANCH-CODE.
           MOVE GLB-GLA-ID TO GBF-GLA-ID.
           REWRITE GL-BRANCH-FILE-REC FROM GL-BRANCH-BALANCE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

           IF WS-OPERATION-STATUS = '00'
               MOVE 'GLBRANCH' TO JRF-FILE-TAG
               MOVE 'REWRITE' TO JRF-ACTION
               MOVE GL-BRANCH-BALANCE-RECORD TO JRF-IMAGE
               PERFORM JOURNAL-AFTER-IMAGE
                   THRU JOURNAL-AFTER-IMAGE-END
           END-IF.

       START-GL-BRANCH-FILE-TOP.
      *    Position the branch balance file at the very first row
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO GBF-KEY.
           START GL-BRANCH-FILE KEY IS NOT LESS THAN GBF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-GL-BRANCH.
      *    Read the next branch row in branch/account order (full
      *    scan)
      *    Output: GL-BRANCH-BALANCE-RECORD, WS-OPERATION-STATUS
           READ GL-BRANCH-FILE NEXT RECORD
                   INTO GL-BRANCH-BALANCE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * INTER-BRANCH ENTRY OPERATIONS
      ******************************************************************

       INIT-INTER-BRANCH-FILE.
      *    Initialize the inter-branch entry file if it doesn't exist
           OPEN OUTPUT INTER-BRANCH-FILE.
           IF INTER-BRANCH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize inter-branch file'
               STOP RUN
           END-IF.
           CLOSE INTER-BRANCH-FILE.

       OPEN-INTER-BRANCH-FILE-IO.
      *    Open the inter-branch entry file for read/write
           OPEN I-O INTER-BRANCH-FILE.
           IF INTER-BRANCH-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-INTER-BRANCH-FILE
               OPEN I-O INTER-BRANCH-FILE
           END-IF.
           MOVE INTER-BRANCH-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-INTER-BRANCH-FILE.
           CLOSE INTER-BRANCH-FILE.

       WRITE-INTER-BRANCH-ENTRY.
      *    Write one inter-branch entry
      *    Input: INTER-BRANCH-ENTRY-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE INTER-BRANCH-FILE-REC FROM INTER-BRANCH-ENTRY-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-INTER-BRANCH-FILE-TOP.
      *    Position the inter-branch file at the very first entry
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO IBF-TXN-ID.
           START INTER-BRANCH-FILE KEY IS NOT LESS THAN IBF-TXN-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-INTER-BRANCH-ENTRY.
      *    Read the next inter-branch entry in transaction order
      *    (full scan)
      *    Output: INTER-BRANCH-ENTRY-RECORD, WS-OPERATION-STATUS
           READ INTER-BRANCH-FILE NEXT RECORD
                   INTO INTER-BRANCH-ENTRY-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * BUDGET FILE OPERATIONS
      ******************************************************************

       INIT-BUDGET-FILE.
      *    Initialize the budget file if it doesn't exist
           OPEN OUTPUT BUDGET-FILE.
           IF BUDGET-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize budget file'
               STOP RUN
           END-IF.
           CLOSE BUDGET-FILE.

       OPEN-BUDGET-FILE-IO.
      *    Open the budget file for read/write
           OPEN I-O BUDGET-FILE.
           IF BUDGET-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           MOVE BUDGET-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-BUDGET-FILE.
           CLOSE BUDGET-FILE.

       WRITE-BUDGET.
      *    Write one budget line
      *    Input: BUDGET-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE BUDGET-FILE-REC FROM BUDGET-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-BUDGET.
      *    Read one budget line by year, month, account and branch
      *    Input: BUD-KEY in BUDGET-RECORD
      *    Output: BUDGET-RECORD, WS-OPERATION-STATUS
           MOVE BUD-KEY TO BGF-KEY.
           READ BUDGET-FILE INTO BUDGET-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       DELETE-BUDGET.
      *    Remove one budget line
      *    Input: BUD-KEY in BUDGET-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE BUD-KEY TO BGF-KEY.
           DELETE BUDGET-FILE RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-DELETE.

       START-BUDGET-FILE-AT-YEAR.
      *    Position the budget file at the first line of one fiscal
      *    year
      *    Input: BUD-FISCAL-YEAR in BUDGET-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO BGF-KEY.
           MOVE BUD-FISCAL-YEAR TO BGF-FISCAL-YEAR.
           START BUDGET-FILE KEY IS NOT LESS THAN BGF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-BUDGET-FILE-TOP.
      *    Position the budget file at the very first line
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO BGF-KEY.
           START BUDGET-FILE KEY IS NOT LESS THAN BGF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-BUDGET.
      *    Read the next budget line in year/month/account/branch
      *    order
      *    Output: BUDGET-RECORD, WS-OPERATION-STATUS
           READ BUDGET-FILE NEXT RECORD INTO BUDGET-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * BUDGET IMPORT FILE OPERATIONS
      ******************************************************************

       OPEN-BUDGET-IMPORT-INPUT.
      *    Open finance's budget load file for reading
           OPEN INPUT BUDGET-IMPORT-FILE.
           MOVE BUDGET-IMPORT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-BUDGET-IMPORT-FILE.
           CLOSE BUDGET-IMPORT-FILE.

       READ-NEXT-BUDGET-LINE.
      *    Read one raw line from the budget load file
      *    Output: BUDGET-IMPORT-LINE, WS-OPERATION-STATUS
           READ BUDGET-IMPORT-FILE INTO BUDGET-IMPORT-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * OPEN ITEM FILE OPERATIONS
      ******************************************************************

       INIT-OPEN-ITEM-FILE.
      *    Initialize the open-item register if it doesn't exist
           OPEN OUTPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize open item file'
               STOP RUN
           END-IF.
           CLOSE OPEN-ITEM-FILE.

       OPEN-OPEN-ITEM-FILE-IO.
      *    Open the open-item register for read/write
           OPEN I-O OPEN-ITEM-FILE.
           IF OPEN-ITEM-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.
           MOVE OPEN-ITEM-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-OPEN-ITEM-FILE.
           CLOSE OPEN-ITEM-FILE.

       WRITE-OPEN-ITEM.
      *    Write one new open item
      *    Input: OPEN-ITEM-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE OPEN-ITEM-FILE-REC FROM OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-OPEN-ITEM.
      *    Read one open item by ID
      *    Input: OIT-ITEM-ID in OPEN-ITEM-RECORD
      *    Output: OPEN-ITEM-RECORD, WS-OPERATION-STATUS
           MOVE OIT-ITEM-ID TO OIF-ITEM-ID.
           READ OPEN-ITEM-FILE INTO OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-OPEN-ITEM.
      *    Rewrite one open item (status, match, voucher)
      *    Input: OPEN-ITEM-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE OIT-ITEM-ID TO OIF-ITEM-ID.
           REWRITE OPEN-ITEM-FILE-REC FROM OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-OPEN-ITEM-FILE-TOP.
      *    Position the register at the oldest item
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO OIF-ITEM-ID.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OIF-ITEM-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-OPEN-ITEM.
      *    Read the next item in item ID (oldest first) order
      *    Output: OPEN-ITEM-RECORD, WS-OPERATION-STATUS
           READ OPEN-ITEM-FILE NEXT RECORD INTO OPEN-ITEM-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * MONEY MARKET DEAL FILE OPERATIONS
      ******************************************************************

       INIT-MM-DEAL-FILE.
      *    Initialize the money market deal file if it doesn't exist
           OPEN OUTPUT MM-DEAL-FILE.
           IF MM-DEAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize MM deal file'
               STOP RUN
           END-IF.
           CLOSE MM-DEAL-FILE.

       OPEN-MM-DEAL-FILE-IO.
      *    Open the money market deal file for read/write
           OPEN I-O MM-DEAL-FILE.
           IF MM-DEAL-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-MM-DEAL-FILE
               OPEN I-O MM-DEAL-FILE
           END-IF.
           MOVE MM-DEAL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-MM-DEAL-FILE.
           CLOSE MM-DEAL-FILE.

       WRITE-MM-DEAL.
      *    Write one new money market deal
      *    Input: MM-DEAL-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE MM-DEAL-FILE-REC FROM MM-DEAL-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-MM-DEAL.
      *    Read one money market deal by deal number
      *    Input: MMD-DEAL-ID in MM-DEAL-RECORD
      *    Output: MM-DEAL-RECORD, WS-OPERATION-STATUS
           MOVE MMD-DEAL-ID TO MDF-DEAL-ID.
           READ MM-DEAL-FILE INTO MM-DEAL-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-MM-DEAL.
      *    Rewrite one money market deal (status, accrual, settlement)
      *    Input: MM-DEAL-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE MMD-DEAL-ID TO MDF-DEAL-ID.
           REWRITE MM-DEAL-FILE-REC FROM MM-DEAL-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-MM-DEAL-FILE-TOP.
      *    Position the deal file at the lowest deal number
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO MDF-DEAL-ID.
           START MM-DEAL-FILE KEY IS NOT LESS THAN MDF-DEAL-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-MM-DEAL.
      *    Read the next deal in deal number order
      *    Output: MM-DEAL-RECORD, WS-OPERATION-STATUS
           READ MM-DEAL-FILE NEXT RECORD INTO MM-DEAL-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * MONEY MARKET COUNTERPARTY FILE OPERATIONS
      ******************************************************************

       INIT-MM-COUNTERPARTY-FILE.
      *    Initialize the counterparty file if it doesn't exist
           OPEN OUTPUT MM-COUNTERPARTY-FILE.
           IF MM-COUNTERPARTY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize MM counterparty file'
               STOP RUN
           END-IF.
           CLOSE MM-COUNTERPARTY-FILE.

       OPEN-MM-COUNTERPARTY-FILE-IO.
      *    Open the counterparty file for read/write
           OPEN I-O MM-COUNTERPARTY-FILE.
           IF MM-COUNTERPARTY-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-MM-COUNTERPARTY-FILE
               OPEN I-O MM-COUNTERPARTY-FILE
           END-IF.
           MOVE MM-COUNTERPARTY-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-MM-COUNTERPARTY-FILE.
           CLOSE MM-COUNTERPARTY-FILE.

       WRITE-MM-COUNTERPARTY.
      *    Write one new counterparty
      *    Input: MM-COUNTERPARTY-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE MM-COUNTERPARTY-FILE-REC FROM MM-COUNTERPARTY-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-MM-COUNTERPARTY.
      *    Read one counterparty by code
      *    Input: MMC-COUNTERPARTY in MM-COUNTERPARTY-RECORD
      *    Output: MM-COUNTERPARTY-RECORD, WS-OPERATION-STATUS
           MOVE MMC-COUNTERPARTY TO MCF-COUNTERPARTY.
           READ MM-COUNTERPARTY-FILE INTO MM-COUNTERPARTY-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-MM-COUNTERPARTY.
      *    Rewrite one counterparty (name, limit, status)
      *    Input: MM-COUNTERPARTY-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE MMC-COUNTERPARTY TO MCF-COUNTERPARTY.
           REWRITE MM-COUNTERPARTY-FILE-REC FROM MM-COUNTERPARTY-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-MM-COUNTERPARTY-FILE-TOP.
      *    Position the counterparty file at the first code
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO MCF-COUNTERPARTY.
           START MM-COUNTERPARTY-FILE
               KEY IS NOT LESS THAN MCF-COUNTERPARTY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-MM-COUNTERPARTY.
      *    Read the next counterparty in code order
      *    Output: MM-COUNTERPARTY-RECORD, WS-OPERATION-STATUS
           READ MM-COUNTERPARTY-FILE NEXT RECORD
               INTO MM-COUNTERPARTY-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * FX COUNTER EXCHANGE FILE OPERATIONS
      ******************************************************************

       INIT-FX-COUNTER-FILE.
      *    Initialize the FX counter exchange file if it doesn't exist
           OPEN OUTPUT FX-COUNTER-FILE.
           IF FX-COUNTER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize FX counter file'
               STOP RUN
           END-IF.
           CLOSE FX-COUNTER-FILE.

       OPEN-FX-COUNTER-FILE-IO.
      *    Open the FX counter exchange file for read/write
           OPEN I-O FX-COUNTER-FILE.
           IF FX-COUNTER-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-FX-COUNTER-FILE
               OPEN I-O FX-COUNTER-FILE
           END-IF.
           MOVE FX-COUNTER-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-FX-COUNTER-FILE.
           CLOSE FX-COUNTER-FILE.

       WRITE-FX-COUNTER.
      *    Write one new FX counter exchange
      *    Input: FX-COUNTER-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE FX-COUNTER-FILE-REC FROM FX-COUNTER-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-FX-COUNTER.
      *    Read one FX counter exchange by deal number
      *    Input: FXC-DEAL-ID in FX-COUNTER-RECORD
      *    Output: FX-COUNTER-RECORD, WS-OPERATION-STATUS
           MOVE FXC-DEAL-ID TO FXCF-DEAL-ID.
           READ FX-COUNTER-FILE INTO FX-COUNTER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-FX-COUNTER.
      *    Rewrite one FX counter exchange
      *    Input: FX-COUNTER-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE FXC-DEAL-ID TO FXCF-DEAL-ID.
           REWRITE FX-COUNTER-FILE-REC FROM FX-COUNTER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-FX-COUNTER-FILE-TOP.
      *    Position the FX counter file at the lowest deal number
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO FXCF-DEAL-ID.
           START FX-COUNTER-FILE KEY IS NOT LESS THAN FXCF-DEAL-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-FX-COUNTER.
      *    Read the next FX counter exchange in deal number order
      *    Output: FX-COUNTER-RECORD, WS-OPERATION-STATUS
           READ FX-COUNTER-FILE NEXT RECORD INTO FX-COUNTER-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * SWEEP FILE OPERATIONS
      ******************************************************************

       INIT-SWEEP-FILE.
      *    Initialize sweep arrangement file if it doesn't exist
           OPEN OUTPUT SWEEP-FILE.
           IF SWEEP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize sweep file'
               STOP RUN
           END-IF.
           CLOSE SWEEP-FILE.

       OPEN-SWEEP-FILE-IO.
      *    Open sweep arrangement file for read/write
           OPEN I-O SWEEP-FILE.
           IF SWEEP-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-SWEEP-FILE
               OPEN I-O SWEEP-FILE
           END-IF.
           MOVE SWEEP-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SWEEP-FILE.
           CLOSE SWEEP-FILE.

       WRITE-SWEEP.
      *    Write sweep arrangement record to file
      *    Input: SWEEP-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE SWEEP-FILE-REC FROM SWEEP-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-SWEEP.
      *    Read sweep arrangement by ID
      *    Input: SWP-SWEEP-ID in SWEEP-RECORD
      *    Output: SWEEP-RECORD, WS-OPERATION-STATUS
           MOVE SWP-SWEEP-ID TO SWF-SWEEP-ID.
           READ SWEEP-FILE INTO SWEEP-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-SWEEP.
      *    Update existing sweep arrangement record
      *    Input: SWEEP-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SWP-SWEEP-ID TO SWF-SWEEP-ID.
           REWRITE SWEEP-FILE-REC FROM SWEEP-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-SWEEP-FILE-TOP.
      *    Position the sweep file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO SWF-SWEEP-ID.
           START SWEEP-FILE KEY IS NOT LESS THAN SWF-SWEEP-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-SWEEP-AFTER.
      *    Position the sweep file immediately after the given sweep
      *    ID, for scans interrupted by nested calls
      *    Input: SWP-SWEEP-ID in SWEEP-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SWP-SWEEP-ID TO SWF-SWEEP-ID.
           START SWEEP-FILE KEY IS GREATER THAN SWF-SWEEP-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-SWEEP.
      *    Read next sweep record in sweep-ID order (full scan)
      *    Output: SWEEP-RECORD, WS-OPERATION-STATUS
           READ SWEEP-FILE NEXT RECORD INTO SWEEP-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * FUTURE PAYMENT FILE OPERATIONS
      ******************************************************************

       INIT-FUTURE-PAYMENT-FILE.
      *    Initialize future payment file if it doesn't exist
           OPEN OUTPUT FUTURE-PAYMENT-FILE.
           IF FUTURE-PAYMENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize future payment file'
               STOP RUN
           END-IF.
           CLOSE FUTURE-PAYMENT-FILE.

       OPEN-FUTURE-PAYMENT-FILE-IO.
      *    Open future payment file for read/write
           OPEN I-O FUTURE-PAYMENT-FILE.
           IF FUTURE-PAYMENT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-FUTURE-PAYMENT-FILE
               OPEN I-O FUTURE-PAYMENT-FILE
           END-IF.
           MOVE FUTURE-PAYMENT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-FUTURE-PAYMENT-FILE.
           CLOSE FUTURE-PAYMENT-FILE.

       WRITE-FUTURE-PAYMENT.
      *    Write future payment record to file
      *    Input: FUTURE-PAYMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE FUTURE-PAYMENT-FILE-REC FROM FUTURE-PAYMENT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-FUTURE-PAYMENT.
      *    Read future payment by ID
      *    Input: FPY-PAYMENT-ID in FUTURE-PAYMENT-RECORD
      *    Output: FUTURE-PAYMENT-RECORD, WS-OPERATION-STATUS
           MOVE FPY-PAYMENT-ID TO FPF-PAYMENT-ID.
           READ FUTURE-PAYMENT-FILE INTO FUTURE-PAYMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-FUTURE-PAYMENT.
      *    Update existing future payment record
      *    Input: FUTURE-PAYMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE FPY-PAYMENT-ID TO FPF-PAYMENT-ID.
           REWRITE FUTURE-PAYMENT-FILE-REC FROM FUTURE-PAYMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-FUTURE-PAYMENT-FILE-TOP.
      *    Position the future payment file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO FPF-PAYMENT-ID.
           START FUTURE-PAYMENT-FILE KEY IS NOT LESS THAN
                   FPF-PAYMENT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-FUTURE-PAYMENT-AFTER.
      *    Position the future payment file immediately after the
      *    given payment ID, for scans interrupted by nested calls
      *    Input: FPY-PAYMENT-ID in FUTURE-PAYMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE FPY-PAYMENT-ID TO FPF-PAYMENT-ID.
           START FUTURE-PAYMENT-FILE KEY IS GREATER THAN
                   FPF-PAYMENT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-FUTURE-PAYMENT.
      *    Read next future payment record in payment-ID order
      *    (full scan)
      *    Output: FUTURE-PAYMENT-RECORD, WS-OPERATION-STATUS
           READ FUTURE-PAYMENT-FILE NEXT RECORD INTO
                   FUTURE-PAYMENT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * WATCHLIST FILE OPERATIONS
      ******************************************************************

       INIT-WATCHLIST-FILE.
      *    Initialize watchlist file if it doesn't exist
           OPEN OUTPUT WATCHLIST-FILE.
           IF WATCHLIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize watchlist file'
               STOP RUN
           END-IF.
           CLOSE WATCHLIST-FILE.

       OPEN-WATCHLIST-FILE-IO.
      *    Open watchlist file for read/write
           OPEN I-O WATCHLIST-FILE.
           IF WATCHLIST-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-WATCHLIST-FILE
               OPEN I-O WATCHLIST-FILE
           END-IF.
           MOVE WATCHLIST-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-WATCHLIST-FILE.
           CLOSE WATCHLIST-FILE.

       WRITE-WATCHLIST-ENTRY.
      *    Write watchlist record to file
      *    Input: WATCHLIST-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE WATCHLIST-FILE-REC FROM WATCHLIST-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-WATCHLIST-ENTRY.
      *    Read watchlist record by entry ID
      *    Input: WLT-ENTRY-ID in WATCHLIST-RECORD
      *    Output: WATCHLIST-RECORD, WS-OPERATION-STATUS
           MOVE WLT-ENTRY-ID TO WLF-ENTRY-ID.
           READ WATCHLIST-FILE INTO WATCHLIST-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-WATCHLIST-ENTRY.
      *    Update existing watchlist record
      *    Input: WATCHLIST-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE WLT-ENTRY-ID TO WLF-ENTRY-ID.
           REWRITE WATCHLIST-FILE-REC FROM WATCHLIST-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-WATCHLIST-FILE-TOP.
      *    Position the watchlist file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO WLF-ENTRY-ID.
           START WATCHLIST-FILE KEY IS NOT LESS THAN WLF-ENTRY-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-WATCHLIST-ENTRY.
      *    Read next watchlist record in entry-ID order (full scan)
      *    Output: WATCHLIST-RECORD, WS-OPERATION-STATUS
           READ WATCHLIST-FILE NEXT RECORD INTO WATCHLIST-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * FX POSITION FILE OPERATIONS
      ******************************************************************

       INIT-FX-POSITION-FILE.
      *    Initialize FX position file if it doesn't exist
           OPEN OUTPUT FX-POSITION-FILE.
           IF FX-POSITION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize FX position file'
               STOP RUN
           END-IF.
           CLOSE FX-POSITION-FILE.

       OPEN-FX-POSITION-FILE-IO.
      *    Open FX position file for read/write
           OPEN I-O FX-POSITION-FILE.
           IF FX-POSITION-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-FX-POSITION-FILE
               OPEN I-O FX-POSITION-FILE
           END-IF.
           MOVE FX-POSITION-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-FX-POSITION-FILE.
           CLOSE FX-POSITION-FILE.

       WRITE-FX-POSITION.
      *    Write FX position record to file
      *    Input: FX-POSITION-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE FX-POSITION-FILE-REC FROM FX-POSITION-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-FX-POSITION.
      *    Read FX position by currency
      *    Input: FXP-CURRENCY in FX-POSITION-RECORD
      *    Output: FX-POSITION-RECORD, WS-OPERATION-STATUS
           MOVE FXP-CURRENCY TO FXPF-CURRENCY.
           READ FX-POSITION-FILE INTO FX-POSITION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-FX-POSITION.
      *    Update existing FX position record
      *    Input: FX-POSITION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE FXP-CURRENCY TO FXPF-CURRENCY.
           REWRITE FX-POSITION-FILE-REC FROM FX-POSITION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-FX-POSITION-FILE-TOP.
      *    Position the position book at the first currency
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO FXPF-CURRENCY.
           START FX-POSITION-FILE KEY IS NOT LESS THAN FXPF-CURRENCY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-FX-POSITION.
      *    Read the next position in currency order (full scan)
      *    Output: FX-POSITION-RECORD, WS-OPERATION-STATUS
           READ FX-POSITION-FILE NEXT RECORD INTO FX-POSITION-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * CHEQUE FILE OPERATIONS
      ******************************************************************

       INIT-CHEQUE-FILE.
      *    Initialize cheque register file if it doesn't exist
           OPEN OUTPUT CHEQUE-FILE.
           IF CHEQUE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize cheque file'
               STOP RUN
           END-IF.
           CLOSE CHEQUE-FILE.

       OPEN-CHEQUE-FILE-IO.
      *    Open cheque register file for read/write
           OPEN I-O CHEQUE-FILE.
           IF CHEQUE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-CHEQUE-FILE
               OPEN I-O CHEQUE-FILE
           END-IF.
           MOVE CHEQUE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CHEQUE-FILE.
           CLOSE CHEQUE-FILE.

       WRITE-CHEQUE.
      *    Write cheque register record to file
      *    Input: CHEQUE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE CHEQUE-FILE-REC FROM CHEQUE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-CHEQUE.
      *    Read cheque register record by account + cheque number
      *    Input: CHQ-ACCOUNT-ID, CHQ-NUMBER in CHEQUE-RECORD
      *    Output: CHEQUE-RECORD, WS-OPERATION-STATUS
           MOVE CHQ-ACCOUNT-ID TO CQF-ACCOUNT-ID.
           MOVE CHQ-NUMBER TO CQF-NUMBER.
           READ CHEQUE-FILE INTO CHEQUE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-CHEQUE.
      *    Update existing cheque register record
      *    Input: CHEQUE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CHQ-ACCOUNT-ID TO CQF-ACCOUNT-ID.
           MOVE CHQ-NUMBER TO CQF-NUMBER.
           REWRITE CHEQUE-FILE-REC FROM CHEQUE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-CHEQUE-FILE-TOP.
      *    Position the cheque register at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO CQF-CHEQUE-KEY.
           START CHEQUE-FILE KEY IS NOT LESS THAN CQF-CHEQUE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-CHEQUE.
      *    Read next cheque register record in key order (full scan)
      *    Output: CHEQUE-RECORD, WS-OPERATION-STATUS
           READ CHEQUE-FILE NEXT RECORD INTO CHEQUE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * JOURNAL VOUCHER FILE OPERATIONS
      ******************************************************************

       INIT-JOURNAL-VOUCHER-FILE.
      *    Initialize journal voucher file if it doesn't exist
           OPEN OUTPUT JOURNAL-VOUCHER-FILE.
           IF JOURNAL-VOUCHER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize journal voucher file'
               STOP RUN
           END-IF.
           CLOSE JOURNAL-VOUCHER-FILE.

       OPEN-JOURNAL-VOUCHER-FILE-IO.
      *    Open journal voucher file for read/write
           OPEN I-O JOURNAL-VOUCHER-FILE.
           IF JOURNAL-VOUCHER-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-JOURNAL-VOUCHER-FILE
               OPEN I-O JOURNAL-VOUCHER-FILE
           END-IF.
           MOVE JOURNAL-VOUCHER-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-JOURNAL-VOUCHER-FILE.
           CLOSE JOURNAL-VOUCHER-FILE.

       WRITE-JOURNAL-VOUCHER.
      *    Write journal voucher record to file
      *    Input: JOURNAL-VOUCHER-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE JOURNAL-VOUCHER-FILE-REC FROM JOURNAL-VOUCHER-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-JOURNAL-VOUCHER.
      *    Read voucher by ID
      *    Input: JVR-VOUCHER-ID in JOURNAL-VOUCHER-RECORD
      *    Output: JOURNAL-VOUCHER-RECORD, WS-OPERATION-STATUS
           MOVE JVR-VOUCHER-ID TO JVF-VOUCHER-ID.
           READ JOURNAL-VOUCHER-FILE INTO JOURNAL-VOUCHER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-JOURNAL-VOUCHER.
      *    Update existing voucher record
      *    Input: JOURNAL-VOUCHER-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE JVR-VOUCHER-ID TO JVF-VOUCHER-ID.
           REWRITE JOURNAL-VOUCHER-FILE-REC
                   FROM JOURNAL-VOUCHER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-JOURNAL-VOUCHER-TOP.
      *    Position the voucher file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO JVF-VOUCHER-ID.
           START JOURNAL-VOUCHER-FILE
                   KEY IS NOT LESS THAN JVF-VOUCHER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-JOURNAL-VOUCHER.
      *    Read next voucher in JVF-VOUCHER-ID order (full scan)
      *    Output: JOURNAL-VOUCHER-RECORD, WS-OPERATION-STATUS
           READ JOURNAL-VOUCHER-FILE NEXT RECORD
                   INTO JOURNAL-VOUCHER-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * GL PERIOD BALANCE OPERATIONS
      ******************************************************************

       INIT-GL-PERIOD-FILE.
      *    Initialize GL period file if it doesn't exist
           OPEN OUTPUT GL-PERIOD-FILE.
           IF GL-PERIOD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize GL period file'
               STOP RUN
           END-IF.
           CLOSE GL-PERIOD-FILE.

       OPEN-GL-PERIOD-FILE-IO.
      *    Open GL period file for read/write
           OPEN I-O GL-PERIOD-FILE.
           IF GL-PERIOD-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-GL-PERIOD-FILE
               OPEN I-O GL-PERIOD-FILE
           END-IF.
           MOVE GL-PERIOD-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-GL-PERIOD-FILE.
           CLOSE GL-PERIOD-FILE.

       WRITE-GL-PERIOD.
      *    Write GL period balance record to file
      *    Input: GL-PERIOD-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE GL-PERIOD-FILE-REC FROM GL-PERIOD-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-GL-PERIOD.
      *    Read one period balance row
      *    Input: GLP-PERIOD, GLP-GLA-ID in GL-PERIOD-RECORD
      *    Output: GL-PERIOD-RECORD, WS-OPERATION-STATUS
           MOVE GLP-PERIOD TO GPF-PERIOD.
           MOVE GLP-GLA-ID TO GPF-GLA-ID.
           READ GL-PERIOD-FILE INTO GL-PERIOD-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-GL-PERIOD.
      *    Rewrite one period balance row (the year-end close resets
      *    the opening figures December carries into the new year)
      *    Input: GL-PERIOD-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE GLP-PERIOD TO GPF-PERIOD.
           MOVE GLP-GLA-ID TO GPF-GLA-ID.
           REWRITE GL-PERIOD-FILE-REC FROM GL-PERIOD-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-GL-PERIOD-FILE-TOP.
      *    Position the period file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO GPF-PERIOD.
           MOVE 0 TO GPF-GLA-ID.
           START GL-PERIOD-FILE KEY IS NOT LESS THAN GPF-PERIOD-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-GL-PERIOD.
      *    Read next period balance row in key order (full scan)
      *    Output: GL-PERIOD-RECORD, WS-OPERATION-STATUS
           READ GL-PERIOD-FILE NEXT RECORD INTO GL-PERIOD-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * GL BRANCH PERIOD BALANCE OPERATIONS
      ******************************************************************

       INIT-GL-BRANCH-PERIOD-FILE.
      *    Initialize the branch period file if it doesn't exist
           OPEN OUTPUT GL-BRANCH-PERIOD-FILE.
           IF GL-BRANCH-PERIOD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize GL branch period '
                   'file'
               STOP RUN
           END-IF.
           CLOSE GL-BRANCH-PERIOD-FILE.

       OPEN-GL-BRANCH-PERIOD-FILE-IO.
      *    Open the branch period file for read/write
           OPEN I-O GL-BRANCH-PERIOD-FILE.
           IF GL-BRANCH-PERIOD-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-GL-BRANCH-PERIOD-FILE
               OPEN I-O GL-BRANCH-PERIOD-FILE
           END-IF.
           MOVE GL-BRANCH-PERIOD-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-GL-BRANCH-PERIOD-FILE.
           CLOSE GL-BRANCH-PERIOD-FILE.

       WRITE-GL-BRANCH-PERIOD.
      *    Write one branch period balance row
      *    Input: GL-BRANCH-PERIOD-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE GL-BRANCH-PERIOD-FILE-REC
                   FROM GL-BRANCH-PERIOD-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-GL-BRANCH-PERIOD.
      *    Read one branch period balance row
      *    Input: GBP-PERIOD, GBP-BRANCH-CODE, GBP-GLA-ID in
      *           GL-BRANCH-PERIOD-RECORD
      *    Output: GL-BRANCH-PERIOD-RECORD, WS-OPERATION-STATUS
           MOVE GBP-PERIOD TO GPB-PERIOD.
           MOVE GBP-BRANCH-CODE TO GPB-BRANCH-CODE.
           MOVE GBP-GLA-ID TO GPB-GLA-ID.
           READ GL-BRANCH-PERIOD-FILE INTO GL-BRANCH-PERIOD-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-GL-BRANCH-PERIOD.
      *    Rewrite one branch period balance row
      *    Input: GL-BRANCH-PERIOD-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE GBP-PERIOD TO GPB-PERIOD.
           MOVE GBP-BRANCH-CODE TO GPB-BRANCH-CODE.
           MOVE GBP-GLA-ID TO GPB-GLA-ID.
           REWRITE GL-BRANCH-PERIOD-FILE-REC
                   FROM GL-BRANCH-PERIOD-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-GL-BRANCH-PERIOD-FILE-TOP.
      *    Position the branch period file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO GPB-KEY.
           START GL-BRANCH-PERIOD-FILE KEY IS NOT LESS THAN GPB-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-GL-BRANCH-PERIOD.
      *    Read next branch period row in key order (full scan)
      *    Output: GL-BRANCH-PERIOD-RECORD, WS-OPERATION-STATUS
           READ GL-BRANCH-PERIOD-FILE NEXT RECORD
                   INTO GL-BRANCH-PERIOD-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * LEDGER SEAL FILE OPERATIONS
      ******************************************************************

       INIT-LEDGER-SEAL-FILE.
      *    Initialize the seal file if it doesn't exist yet
           OPEN OUTPUT LEDGER-SEAL-FILE.
           IF LEDGER-SEAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize ledger seal file'
               STOP RUN
           END-IF.
           CLOSE LEDGER-SEAL-FILE.

       OPEN-LEDGER-SEAL-EXTEND.
      *    Open the seal file for appending (one seal per cutover)
           OPEN EXTEND LEDGER-SEAL-FILE.
           IF LEDGER-SEAL-FILE-STATUS = '35'
               PERFORM INIT-LEDGER-SEAL-FILE
               OPEN EXTEND LEDGER-SEAL-FILE
           END-IF.
           MOVE LEDGER-SEAL-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-LEDGER-SEAL-INPUT.
      *    Open the seal file for reading (chain verification)
           OPEN INPUT LEDGER-SEAL-FILE.
           MOVE LEDGER-SEAL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-LEDGER-SEAL-FILE.
           CLOSE LEDGER-SEAL-FILE.

       WRITE-LEDGER-SEAL-LINE.
      *    Append one formatted seal line
      *    Input: LEDGER-SEAL-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE LEDGER-SEAL-FILE-REC FROM LEDGER-SEAL-LINE.
           MOVE LEDGER-SEAL-FILE-STATUS TO WS-OPERATION-STATUS.

       READ-NEXT-LEDGER-SEAL-LINE.
      *    Read the next seal line
      *    Output: LEDGER-SEAL-LINE, WS-OPERATION-STATUS
           READ LEDGER-SEAL-FILE INTO LEDGER-SEAL-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * HOLIDAY CALENDAR FILE OPERATIONS
      ******************************************************************

       INIT-HOLIDAY-FILE.
      *    Seed the calendar with the fixed dates the old compiled
      *    table carried, so behaviour is unchanged until the
      *    maintenance screen adds the moving feasts
           OPEN OUTPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize holiday file'
               STOP RUN
           END-IF.

           MOVE '0101 New Year' TO HOLIDAY-FILE-REC.
           WRITE HOLIDAY-FILE-REC.
           MOVE '0501 Labour Day' TO HOLIDAY-FILE-REC.
           WRITE HOLIDAY-FILE-REC.
           MOVE '1225 Christmas' TO HOLIDAY-FILE-REC.
           WRITE HOLIDAY-FILE-REC.

           CLOSE HOLIDAY-FILE.

       OPEN-HOLIDAY-FILE-INPUT.
      *    Open the calendar for reading, seeding it on first use
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = '35'
               PERFORM INIT-HOLIDAY-FILE
               OPEN INPUT HOLIDAY-FILE
           END-IF.
           MOVE HOLIDAY-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-HOLIDAY-FILE-EXTEND.
      *    Open the calendar for appending (maintenance screen)
           OPEN EXTEND HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = '35'
               PERFORM INIT-HOLIDAY-FILE
               OPEN EXTEND HOLIDAY-FILE
           END-IF.
           MOVE HOLIDAY-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-HOLIDAY-FILE-OUTPUT.
      *    Rebuild the calendar from scratch (removal rewrites the
      *    whole small file)
           OPEN OUTPUT HOLIDAY-FILE.
           MOVE HOLIDAY-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-HOLIDAY-FILE.
           CLOSE HOLIDAY-FILE.

       WRITE-HOLIDAY-LINE.
      *    Write one calendar line
      *    Input: HOLIDAY-FILE-LINE
           WRITE HOLIDAY-FILE-REC FROM HOLIDAY-FILE-LINE.
           MOVE HOLIDAY-FILE-STATUS TO WS-OPERATION-STATUS.

       READ-NEXT-HOLIDAY-LINE.
      *    Read the next calendar line
      *    Output: HOLIDAY-FILE-LINE, WS-OPERATION-STATUS
           READ HOLIDAY-FILE INTO HOLIDAY-FILE-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * JOB SCHEDULE FILE OPERATIONS
      ******************************************************************

       INIT-JOB-SCHEDULE-FILE.
      *    Seed the schedule with the standard periodic calendar the
      *    first time the console runs - from then on policy tunes
      *    it by editing the file, never by recompiling
           OPEN OUTPUT JOB-SCHEDULE-FILE.
           IF JOB-SCHEDULE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize job schedule file'
               STOP RUN
           END-IF.

           MOVE 'INTEREST  MONTHEND  ./interest'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'STMTCYCLE MONTHEND  ./stmtcycle'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'RELSTMT   MONTHEND  ./relstmt'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'WHTRPT    MONTHEND  ./whtrpt'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'FTTRPT    MONTHEND  ./fttrpt'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'FXREVAL   MONTHEND  ./fxreval'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'DEPRET    MONTHEND  ./depret'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'RESVREQ   MONTHEND  ./resvreq'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'PERCLOSE  MONTHEND  ./perclose'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'BUDVAR    MONTHEND  ./budvar'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'OIAGING   MONTHEND  ./oiaging'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'PROVISION MONTHEND  ./provision'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'LOANFEE   MONTHEND  ./loanfee'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'FEEBILL   MONTHEND  ./feebill'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'INSIDER   MONTHEND  ./insider'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'CRBUREAU  MONTHEND  ./crbureau'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'RECOVRPT  MONTHEND  ./recovrpt'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'LRGEXP    MONTHEND  ./lrgexp'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'CMPSUMM   MONTHEND  ./cmpsumm'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'TDRATEX   MONTHEND  ./tdratex'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'REDIRRPT  MONTHEND  ./redirrpt'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'CUSTDQ    MONTHEND  ./custdq'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'CUSTPROF  MONTHEND  ./custprof'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'RMBOOK    MONTHEND  ./rmbook'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'DEPINS    QTREND    ./depins'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'CAPADEQ   QTREND    ./capadeq'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'ESCHEAT   YEAREND   ./escheat'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'YEARINT   YEAREND   ./yearint'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'TAXCERT   YEAREND   ./taxcert'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'SBXBILL   YEAREND   ./sbxbill'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'YEARCLOSE YEAREND   ./yearclose'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.
           MOVE 'LOANSTMT  YEAREND   ./loanstmt'
               TO JOB-SCHEDULE-FILE-REC.
           WRITE JOB-SCHEDULE-FILE-REC.

           CLOSE JOB-SCHEDULE-FILE.

       OPEN-JOB-SCHEDULE-INPUT.
      *    Open the schedule for reading, seeding it on first use
           OPEN INPUT JOB-SCHEDULE-FILE.
           IF JOB-SCHEDULE-FILE-STATUS = '35'
               PERFORM INIT-JOB-SCHEDULE-FILE
               OPEN INPUT JOB-SCHEDULE-FILE
           END-IF.
           MOVE JOB-SCHEDULE-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-JOB-SCHEDULE-OUTPUT.
      *    Rebuild the schedule from scratch (the training sandbox
      *    refresh carries the live schedule across line by line)
           OPEN OUTPUT JOB-SCHEDULE-FILE.
           MOVE JOB-SCHEDULE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-JOB-SCHEDULE-FILE.
           CLOSE JOB-SCHEDULE-FILE.

       WRITE-JOB-SCHEDULE-LINE.
      *    Write one schedule line
      *    Input: JOB-SCHEDULE-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE JOB-SCHEDULE-FILE-REC FROM JOB-SCHEDULE-LINE.
           MOVE JOB-SCHEDULE-FILE-STATUS TO WS-OPERATION-STATUS.

       READ-NEXT-JOB-SCHEDULE-LINE.
      *    Read the next schedule line
      *    Output: JOB-SCHEDULE-LINE, WS-OPERATION-STATUS
           READ JOB-SCHEDULE-FILE INTO JOB-SCHEDULE-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * MIS EXTRACT SET OPERATIONS
      ******************************************************************

       OPEN-MIS-CUSTOMER-OUTPUT.
      *    Open (create/overwrite) the customers extract
           OPEN OUTPUT MIS-CUSTOMER-FILE.
           MOVE MIS-CUSTOMER-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-MIS-CUSTOMER-FILE.
           CLOSE MIS-CUSTOMER-FILE.

       WRITE-MIS-CUSTOMER-LINE.
      *    Input: MIS-EXPORT-LINE
           WRITE MIS-CUSTOMER-FILE-REC FROM MIS-EXPORT-LINE.
           MOVE MIS-CUSTOMER-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-MIS-ACCOUNT-OUTPUT.
      *    Open (create/overwrite) the accounts extract
           OPEN OUTPUT MIS-ACCOUNT-FILE.
           MOVE MIS-ACCOUNT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-MIS-ACCOUNT-FILE.
           CLOSE MIS-ACCOUNT-FILE.

       WRITE-MIS-ACCOUNT-LINE.
      *    Input: MIS-EXPORT-LINE
           WRITE MIS-ACCOUNT-FILE-REC FROM MIS-EXPORT-LINE.
           MOVE MIS-ACCOUNT-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-MIS-TXN-OUTPUT.
      *    Open (create/overwrite) the day's transactions extract
           OPEN OUTPUT MIS-TXN-FILE.
           MOVE MIS-TXN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-MIS-TXN-FILE.
           CLOSE MIS-TXN-FILE.

       WRITE-MIS-TXN-LINE.
      *    Input: MIS-EXPORT-LINE
           WRITE MIS-TXN-FILE-REC FROM MIS-EXPORT-LINE.
           MOVE MIS-TXN-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-MIS-LOAN-OUTPUT.
      *    Open (create/overwrite) the loans extract
           OPEN OUTPUT MIS-LOAN-FILE.
           MOVE MIS-LOAN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-MIS-LOAN-FILE.
           CLOSE MIS-LOAN-FILE.

       WRITE-MIS-LOAN-LINE.
      *    Input: MIS-EXPORT-LINE
           WRITE MIS-LOAN-FILE-REC FROM MIS-EXPORT-LINE.
           MOVE MIS-LOAN-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-MIS-TERM-OUTPUT.
      *    Open (create/overwrite) the term positions extract
           OPEN OUTPUT MIS-TERM-FILE.
           MOVE MIS-TERM-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-MIS-TERM-FILE.
           CLOSE MIS-TERM-FILE.

       WRITE-MIS-TERM-LINE.
      *    Input: MIS-EXPORT-LINE
           WRITE MIS-TERM-FILE-REC FROM MIS-EXPORT-LINE.
           MOVE MIS-TERM-FILE-STATUS TO WS-OPERATION-STATUS.

      ******************************************************************
      * DAILY DELTA EXTRACT OPERATIONS
      ******************************************************************

       OPEN-DAY-TXN-EXTRACT-OUTPUT.
      *    Open (create/overwrite) the day's transaction extract
           OPEN OUTPUT DAY-TXN-EXTRACT-FILE.
           MOVE DAY-TXN-EXTRACT-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-DAY-TXN-EXTRACT-INPUT.
      *    Open the day's transaction extract for reading; '35'
      *    back to the caller means no extract has been cut
           OPEN INPUT DAY-TXN-EXTRACT-FILE.
           MOVE DAY-TXN-EXTRACT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-DAY-TXN-EXTRACT-FILE.
           CLOSE DAY-TXN-EXTRACT-FILE.

       WRITE-DAY-TXN-EXTRACT.
      *    Append one transaction image to the extract
      *    Input: TRANSACTION-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE DAY-TXN-EXTRACT-FILE-REC FROM TRANSACTION-RECORD.
           MOVE DAY-TXN-EXTRACT-FILE-STATUS TO WS-OPERATION-STATUS.

       READ-NEXT-DAY-TXN-EXTRACT.
      *    Read the next extracted transaction
      *    Output: TRANSACTION-RECORD, WS-OPERATION-STATUS
           READ DAY-TXN-EXTRACT-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       OPEN-DAY-LED-EXTRACT-OUTPUT.
      *    Open (create/overwrite) the day's ledger extract
           OPEN OUTPUT DAY-LED-EXTRACT-FILE.
           MOVE DAY-LED-EXTRACT-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-DAY-LED-EXTRACT-INPUT.
      *    Open the day's ledger extract for reading; '35' back to
      *    the caller means no extract has been cut
           OPEN INPUT DAY-LED-EXTRACT-FILE.
           MOVE DAY-LED-EXTRACT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-DAY-LED-EXTRACT-FILE.
           CLOSE DAY-LED-EXTRACT-FILE.

       WRITE-DAY-LED-EXTRACT.
      *    Append one ledger entry image to the extract
      *    Input: LEDGER-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE DAY-LED-EXTRACT-FILE-REC FROM LEDGER-RECORD.
           MOVE DAY-LED-EXTRACT-FILE-STATUS TO WS-OPERATION-STATUS.

       READ-NEXT-DAY-LED-EXTRACT.
      *    Read the next extracted ledger entry
      *    Output: LEDGER-RECORD, WS-OPERATION-STATUS
           READ DAY-LED-EXTRACT-FILE INTO LEDGER-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * GARNISHMENT ORDER FILE OPERATIONS
      ******************************************************************

       INIT-GARNISH-FILE.
      *    Initialize garnishment file if it doesn't exist
           OPEN OUTPUT GARNISH-FILE.
           IF GARNISH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize garnishment file'
               STOP RUN
           END-IF.
           CLOSE GARNISH-FILE.

       OPEN-GARNISH-FILE-IO.
      *    Open garnishment file for read/write
           OPEN I-O GARNISH-FILE.
           IF GARNISH-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-GARNISH-FILE
               OPEN I-O GARNISH-FILE
           END-IF.
           MOVE GARNISH-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-GARNISH-FILE.
           CLOSE GARNISH-FILE.

       WRITE-GARNISHMENT.
      *    Write garnishment order record to file
      *    Input: GARNISHMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE GARNISH-FILE-REC FROM GARNISHMENT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-GARNISHMENT.
      *    Read garnishment order by ID
      *    Input: GRN-ORDER-ID in GARNISHMENT-RECORD
      *    Output: GARNISHMENT-RECORD, WS-OPERATION-STATUS
           MOVE GRN-ORDER-ID TO GNF-ORDER-ID.
           READ GARNISH-FILE INTO GARNISHMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-GARNISHMENT.
      *    Update existing garnishment order record
      *    Input: GARNISHMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE GRN-ORDER-ID TO GNF-ORDER-ID.
           REWRITE GARNISH-FILE-REC FROM GARNISHMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-GARNISH-BY-ACCOUNT.
      *    Position on the first order for a debtor account
      *    Input: GRN-ACCOUNT-ID in GARNISHMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE GRN-ACCOUNT-ID TO GNF-ACCOUNT-ID.
           START GARNISH-FILE KEY IS NOT LESS THAN GNF-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-GARNISH-BY-ACCOUNT.
      *    Read the next order in account order
      *    Output: GARNISHMENT-RECORD, WS-OPERATION-STATUS
           READ GARNISH-FILE NEXT RECORD INTO GARNISHMENT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-GARNISH-FILE-TOP.
      *    Position the garnishment file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO GNF-ORDER-ID.
           START GARNISH-FILE KEY IS NOT LESS THAN GNF-ORDER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-GARNISHMENT.
      *    Read next order in GNF-ORDER-ID order (full scan)
      *    Output: GARNISHMENT-RECORD, WS-OPERATION-STATUS
           READ GARNISH-FILE NEXT RECORD INTO GARNISHMENT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * AUTHORIZED SIGNER FILE OPERATIONS
      ******************************************************************

       INIT-SIGNER-FILE.
      *    Initialize signer file if it doesn't exist
           OPEN OUTPUT SIGNER-FILE.
           IF SIGNER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize signer file'
               STOP RUN
           END-IF.
           CLOSE SIGNER-FILE.

       OPEN-SIGNER-FILE-IO.
      *    Open signer file for read/write
           OPEN I-O SIGNER-FILE.
           IF SIGNER-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-SIGNER-FILE
               OPEN I-O SIGNER-FILE
           END-IF.
           MOVE SIGNER-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SIGNER-FILE.
           CLOSE SIGNER-FILE.

       WRITE-SIGNER.
      *    Write signer record to file
      *    Input: SIGNER-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE SIGNER-FILE-REC FROM SIGNER-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-SIGNER.
      *    Read signer by ID
      *    Input: SGN-SIGNER-ID in SIGNER-RECORD
      *    Output: SIGNER-RECORD, WS-OPERATION-STATUS
           MOVE SGN-SIGNER-ID TO SGF-SIGNER-ID.
           READ SIGNER-FILE INTO SIGNER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-SIGNER.
      *    Update existing signer record
      *    Input: SIGNER-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SGN-SIGNER-ID TO SGF-SIGNER-ID.
           REWRITE SIGNER-FILE-REC FROM SIGNER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-SIGNER-FILE-TOP.
      *    Position at the first signer row on the primary key, for
      *    a full-register scan
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO SGF-SIGNER-ID.
           START SIGNER-FILE KEY IS NOT LESS THAN SGF-SIGNER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-SIGNER-BY-ACCOUNT.
      *    Position on the first signer for an account
      *    Input: SGN-ACCOUNT-ID in SIGNER-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SGN-ACCOUNT-ID TO SGF-ACCOUNT-ID.
           START SIGNER-FILE KEY IS NOT LESS THAN SGF-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-SIGNER-BY-ACCOUNT.
      *    Read the next signer row in account order
      *    Output: SIGNER-RECORD, WS-OPERATION-STATUS
           READ SIGNER-FILE NEXT RECORD INTO SIGNER-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * WITHDRAWAL NOTICE OPERATIONS
      ******************************************************************

       INIT-WDNOTICE-FILE.
      *    Initialize notice register if it doesn't exist
           OPEN OUTPUT WDNOTICE-FILE.
           IF WDNOTICE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize withdrawal notice '
                   'file'
               STOP RUN
           END-IF.
           CLOSE WDNOTICE-FILE.

       OPEN-WDNOTICE-FILE-IO.
      *    Open notice register for read/write
           OPEN I-O WDNOTICE-FILE.
           IF WDNOTICE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-WDNOTICE-FILE
               OPEN I-O WDNOTICE-FILE
           END-IF.
           MOVE WDNOTICE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-WDNOTICE-FILE.
           CLOSE WDNOTICE-FILE.

       WRITE-WDNOTICE.
      *    Write withdrawal notice record to file
      *    Input: WDNOTICE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE WDNOTICE-FILE-REC FROM WDNOTICE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-WDNOTICE.
      *    Read notice by ID
      *    Input: WNT-NOTICE-ID in WDNOTICE-RECORD
      *    Output: WDNOTICE-RECORD, WS-OPERATION-STATUS
           MOVE WNT-NOTICE-ID TO WNF-NOTICE-ID.
           READ WDNOTICE-FILE INTO WDNOTICE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-WDNOTICE.
      *    Update existing notice record
      *    Input: WDNOTICE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE WNT-NOTICE-ID TO WNF-NOTICE-ID.
           REWRITE WDNOTICE-FILE-REC FROM WDNOTICE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-WDNOTICE-BY-ACCOUNT.
      *    Position on the first notice for an account
      *    Input: WNT-ACCOUNT-ID in WDNOTICE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE WNT-ACCOUNT-ID TO WNF-ACCOUNT-ID.
           START WDNOTICE-FILE KEY IS NOT LESS THAN WNF-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-WDNOTICE-BY-ACCT.
      *    Read the next notice in account order
      *    Output: WDNOTICE-RECORD, WS-OPERATION-STATUS
           READ WDNOTICE-FILE NEXT RECORD INTO WDNOTICE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-WDNOTICE-FILE-TOP.
      *    Position the register at the very first notice
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO WNF-NOTICE-ID.
           START WDNOTICE-FILE KEY IS NOT LESS THAN WNF-NOTICE-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-WDNOTICE.
      *    Read next notice in ID order (full scan)
      *    Output: WDNOTICE-RECORD, WS-OPERATION-STATUS
           READ WDNOTICE-FILE NEXT RECORD INTO WDNOTICE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * BILLER DIRECTORY / BILL PAYMENT OPERATIONS
      ******************************************************************

       INIT-BILLER-FILE.
      *    Initialize biller directory if it doesn't exist
           OPEN OUTPUT BILLER-FILE.
           IF BILLER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize biller file'
               STOP RUN
           END-IF.
           CLOSE BILLER-FILE.

       OPEN-BILLER-FILE-IO.
      *    Open biller directory for read/write
           OPEN I-O BILLER-FILE.
           IF BILLER-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-BILLER-FILE
               OPEN I-O BILLER-FILE
           END-IF.
           MOVE BILLER-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-BILLER-FILE.
           CLOSE BILLER-FILE.

       WRITE-BILLER.
      *    Write biller record to file
      *    Input: BILLER-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE BILLER-FILE-REC FROM BILLER-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-BILLER.
      *    Read biller by ID
      *    Input: BLR-BILLER-ID in BILLER-RECORD
      *    Output: BILLER-RECORD, WS-OPERATION-STATUS
           MOVE BLR-BILLER-ID TO BLF-BILLER-ID.
           READ BILLER-FILE INTO BILLER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-BILLER.
      *    Update existing biller record
      *    Input: BILLER-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE BLR-BILLER-ID TO BLF-BILLER-ID.
           REWRITE BILLER-FILE-REC FROM BILLER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-BILLER-FILE-TOP.
      *    Position the directory at the very first biller
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO BLF-BILLER-ID.
           START BILLER-FILE KEY IS NOT LESS THAN BLF-BILLER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-BILLER.
      *    Read next biller in ID order (full scan)
      *    Output: BILLER-RECORD, WS-OPERATION-STATUS
           READ BILLER-FILE NEXT RECORD INTO BILLER-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-BILL-PAYMENT-FILE.
      *    Initialize payment register if it doesn't exist
           OPEN OUTPUT BILL-PAYMENT-FILE.
           IF BILL-PAYMENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize bill payment file'
               STOP RUN
           END-IF.
           CLOSE BILL-PAYMENT-FILE.

       OPEN-BILL-PAYMENT-FILE-IO.
      *    Open payment register for read/write
           OPEN I-O BILL-PAYMENT-FILE.
           IF BILL-PAYMENT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-BILL-PAYMENT-FILE
               OPEN I-O BILL-PAYMENT-FILE
           END-IF.
           MOVE BILL-PAYMENT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-BILL-PAYMENT-FILE.
           CLOSE BILL-PAYMENT-FILE.

       WRITE-BILL-PAYMENT.
      *    Write payment record to file
      *    Input: BILL-PAYMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE BILL-PAYMENT-FILE-REC FROM BILL-PAYMENT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-BILL-PAYMENT.
      *    Read payment by ID
      *    Input: BPY-PAYMENT-ID in BILL-PAYMENT-RECORD
      *    Output: BILL-PAYMENT-RECORD, WS-OPERATION-STATUS
           MOVE BPY-PAYMENT-ID TO BPF-PAYMENT-ID.
           READ BILL-PAYMENT-FILE INTO BILL-PAYMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-BILL-PAYMENT.
      *    Update existing payment record
      *    Input: BILL-PAYMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE BPY-PAYMENT-ID TO BPF-PAYMENT-ID.
           REWRITE BILL-PAYMENT-FILE-REC FROM BILL-PAYMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-BILL-PAYMENT-FILE-TOP.
      *    Position the register at the very first payment
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO BPF-PAYMENT-ID.
           START BILL-PAYMENT-FILE
                   KEY IS NOT LESS THAN BPF-PAYMENT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-BILL-PAYMENT.
      *    Read next payment in ID order (full scan)
      *    Output: BILL-PAYMENT-RECORD, WS-OPERATION-STATUS
           READ BILL-PAYMENT-FILE NEXT RECORD
                   INTO BILL-PAYMENT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       OPEN-BILL-REMIT-OUTPUT.
      *    Open (create/overwrite) the remittance file
           OPEN OUTPUT BILL-REMIT-FILE.
           MOVE BILL-REMIT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-BILL-REMIT-FILE.
           CLOSE BILL-REMIT-FILE.

       WRITE-BILL-REMIT-LINE.
      *    Write one formatted remittance line
      *    Input: BILL-REMIT-LINE
           WRITE BILL-REMIT-FILE-REC FROM BILL-REMIT-LINE.
           MOVE BILL-REMIT-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-BILL-REJECT-INPUT.
      *    Open the billers' reject file for reading
           OPEN INPUT BILL-REJECT-FILE.
           MOVE BILL-REJECT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-BILL-REJECT-FILE.
           CLOSE BILL-REJECT-FILE.

       READ-NEXT-BILL-REJECT-LINE.
      *    Read the next raw reject line
      *    Output: BILL-REJECT-LINE, WS-OPERATION-STATUS
           READ BILL-REJECT-FILE INTO BILL-REJECT-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * SAFE DEPOSIT BOX OPERATIONS
      ******************************************************************

       INIT-SAFEBOX-FILE.
      *    Initialize box register if it doesn't exist
           OPEN OUTPUT SAFEBOX-FILE.
           IF SAFEBOX-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize safe box file'
               STOP RUN
           END-IF.
           CLOSE SAFEBOX-FILE.

       OPEN-SAFEBOX-FILE-IO.
      *    Open box register for read/write
           OPEN I-O SAFEBOX-FILE.
           IF SAFEBOX-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-SAFEBOX-FILE
               OPEN I-O SAFEBOX-FILE
           END-IF.
           MOVE SAFEBOX-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SAFEBOX-FILE.
           CLOSE SAFEBOX-FILE.

       WRITE-SAFEBOX.
      *    Write box record to file
      *    Input: SAFEBOX-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE SAFEBOX-FILE-REC FROM SAFEBOX-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-SAFEBOX.
      *    Read box by number
      *    Input: SBX-BOX-NUMBER in SAFEBOX-RECORD
      *    Output: SAFEBOX-RECORD, WS-OPERATION-STATUS
           MOVE SBX-BOX-NUMBER TO SBF-BOX-NUMBER.
           READ SAFEBOX-FILE INTO SAFEBOX-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-SAFEBOX.
      *    Update existing box record
      *    Input: SAFEBOX-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SBX-BOX-NUMBER TO SBF-BOX-NUMBER.
           REWRITE SAFEBOX-FILE-REC FROM SAFEBOX-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-SAFEBOX-FILE-TOP.
      *    Position the register at the very first box
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO SBF-BOX-NUMBER.
           START SAFEBOX-FILE KEY IS NOT LESS THAN SBF-BOX-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-SAFEBOX.
      *    Read next box in number order (full scan)
      *    Output: SAFEBOX-RECORD, WS-OPERATION-STATUS
           READ SAFEBOX-FILE NEXT RECORD INTO SAFEBOX-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-SAFEBOX-LOG-FILE.
      *    Initialize the access log if it doesn't exist yet
           OPEN OUTPUT SAFEBOX-LOG-FILE.
           IF SAFEBOX-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize safe box log'
               STOP RUN
           END-IF.
           CLOSE SAFEBOX-LOG-FILE.

       OPEN-SAFEBOX-LOG-EXTEND.
      *    Open the access log for appending
           OPEN EXTEND SAFEBOX-LOG-FILE.
           IF SAFEBOX-LOG-FILE-STATUS = '35'
               PERFORM INIT-SAFEBOX-LOG-FILE
               OPEN EXTEND SAFEBOX-LOG-FILE
           END-IF.
           MOVE SAFEBOX-LOG-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SAFEBOX-LOG-FILE.
           CLOSE SAFEBOX-LOG-FILE.

       OPEN-SAFEBOX-LOG-INPUT.
      *    Open the access log for reading (the backup unload; the
      *    running system only ever appends)
           OPEN INPUT SAFEBOX-LOG-FILE.
           IF SAFEBOX-LOG-FILE-STATUS = '35'
               PERFORM INIT-SAFEBOX-LOG-FILE
               OPEN INPUT SAFEBOX-LOG-FILE
           END-IF.
           MOVE SAFEBOX-LOG-FILE-STATUS TO WS-OPERATION-STATUS.

       READ-NEXT-SAFEBOX-LOG.
      *    Read the next access log row (sequential pass)
      *    Output: SAFEBOX-LOG-RECORD, WS-OPERATION-STATUS
           READ SAFEBOX-LOG-FILE INTO SAFEBOX-LOG-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       WRITE-SAFEBOX-LOG.
      *    Append one visit record
      *    Input: SAFEBOX-LOG-RECORD
           WRITE SAFEBOX-LOG-FILE-REC FROM SAFEBOX-LOG-RECORD.
           MOVE SAFEBOX-LOG-FILE-STATUS TO WS-OPERATION-STATUS.

      ******************************************************************
      * ESCROW FILE OPERATIONS
      ******************************************************************

       INIT-ESCROW-FILE.
      *    Initialize escrow file if it doesn't exist
           OPEN OUTPUT ESCROW-FILE.
           IF ESCROW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize escrow file'
               STOP RUN
           END-IF.
           CLOSE ESCROW-FILE.

       OPEN-ESCROW-FILE-IO.
      *    Open escrow file for read/write
           OPEN I-O ESCROW-FILE.
           IF ESCROW-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-ESCROW-FILE
               OPEN I-O ESCROW-FILE
           END-IF.
           MOVE ESCROW-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-ESCROW-FILE.
           CLOSE ESCROW-FILE.

       WRITE-ESCROW.
      *    Write escrow deal record to file
      *    Input: ESCROW-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE ESCROW-FILE-REC FROM ESCROW-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-ESCROW.
      *    Read escrow deal by ID
      *    Input: ESC-ESCROW-ID in ESCROW-RECORD
      *    Output: ESCROW-RECORD, WS-OPERATION-STATUS
           MOVE ESC-ESCROW-ID TO ESF-ESCROW-ID.
           READ ESCROW-FILE INTO ESCROW-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-ESCROW.
      *    Update existing escrow deal record
      *    Input: ESCROW-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE ESC-ESCROW-ID TO ESF-ESCROW-ID.
           REWRITE ESCROW-FILE-REC FROM ESCROW-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-ESCROW-FILE-TOP.
      *    Position the escrow file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO ESF-ESCROW-ID.
           START ESCROW-FILE KEY IS NOT LESS THAN ESF-ESCROW-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-ESCROW.
      *    Read next escrow deal in ID order (full scan)
      *    Output: ESCROW-RECORD, WS-OPERATION-STATUS
           READ ESCROW-FILE NEXT RECORD INTO ESCROW-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * MEMO FILE OPERATIONS
      ******************************************************************

       INIT-MEMO-FILE.
      *    Initialize memo file if it doesn't exist
           OPEN OUTPUT MEMO-FILE.
           IF MEMO-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize memo file'
               STOP RUN
           END-IF.
           CLOSE MEMO-FILE.

       OPEN-MEMO-FILE-IO.
      *    Open memo file for read/write
           OPEN I-O MEMO-FILE.
           IF MEMO-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-MEMO-FILE
               OPEN I-O MEMO-FILE
           END-IF.
           MOVE MEMO-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-MEMO-FILE.
           CLOSE MEMO-FILE.

       WRITE-MEMO.
      *    Write memo record to file
      *    Input: MEMO-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE MEMO-FILE-REC FROM MEMO-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-MEMO.
      *    Read memo by ID
      *    Input: MEM-MEMO-ID in MEMO-RECORD
      *    Output: MEMO-RECORD, WS-OPERATION-STATUS
           MOVE MEM-MEMO-ID TO MMF-MEMO-ID.
           READ MEMO-FILE INTO MEMO-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-MEMO.
      *    Update existing memo record
      *    Input: MEMO-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE MEM-MEMO-ID TO MMF-MEMO-ID.
           REWRITE MEMO-FILE-REC FROM MEMO-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-MEMO-FILE-TOP.
      *    Position at the first memo on the primary key, for a
      *    full-register scan
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO MMF-MEMO-ID.
           START MEMO-FILE KEY IS NOT LESS THAN MMF-MEMO-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-MEMO-BY-ACCOUNT.
      *    Position on the first memo for an account
      *    Input: MEM-ACCOUNT-ID in MEMO-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE MEM-ACCOUNT-ID TO MMF-ACCOUNT-ID.
           START MEMO-FILE KEY IS NOT LESS THAN MMF-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-MEMO-BY-CUSTOMER.
      *    Position on the first memo for a customer
      *    Input: MEM-CUSTOMER-ID in MEMO-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE MEM-CUSTOMER-ID TO MMF-CUSTOMER-ID.
           START MEMO-FILE KEY IS NOT LESS THAN MMF-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-MEMO.
      *    Read the next memo on whichever key the last START fixed
      *    Output: MEMO-RECORD, WS-OPERATION-STATUS
           READ MEMO-FILE NEXT RECORD INTO MEMO-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * CUSTOMER ADVICE NOTICE OPERATIONS
      ******************************************************************

       INIT-NOTICE-FILE.
      *    Initialize notice file if it doesn't exist
           OPEN OUTPUT NOTICE-FILE.
           IF NOTICE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize notice file'
               STOP RUN
           END-IF.
           CLOSE NOTICE-FILE.

       OPEN-NOTICE-FILE-IO.
      *    Open notice file for read/write
           OPEN I-O NOTICE-FILE.
           IF NOTICE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-NOTICE-FILE
               OPEN I-O NOTICE-FILE
           END-IF.
           MOVE NOTICE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-NOTICE-FILE.
           CLOSE NOTICE-FILE.

       WRITE-NOTICE.
      *    Write notice record to file
      *    Input: NOTICE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE NOTICE-FILE-REC FROM NOTICE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       UPDATE-NOTICE.
      *    Update existing notice record
      *    Input: NOTICE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE NTC-NOTICE-ID TO NTF-NOTICE-ID.
           REWRITE NOTICE-FILE-REC FROM NOTICE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       READ-NOTICE.
      *    Read notice by ID
      *    Input: NTC-NOTICE-ID in NOTICE-RECORD
      *    Output: NOTICE-RECORD, WS-OPERATION-STATUS
           MOVE NTC-NOTICE-ID TO NTF-NOTICE-ID.
           READ NOTICE-FILE INTO NOTICE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-NOTICE-FILE-TOP.
      *    Position the notice file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO NTF-NOTICE-ID.
           START NOTICE-FILE KEY IS NOT LESS THAN NTF-NOTICE-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-NOTICE.
      *    Read next notice in NTF-NOTICE-ID order (full scan)
      *    Output: NOTICE-RECORD, WS-OPERATION-STATUS
           READ NOTICE-FILE NEXT RECORD INTO NOTICE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-ADVICE-SPOOL-FILE.
      *    Initialize the advice spool if it doesn't exist yet
           OPEN OUTPUT ADVICE-SPOOL-FILE.
           IF ADVICE-SPOOL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize advice spool'
               STOP RUN
           END-IF.
           CLOSE ADVICE-SPOOL-FILE.

       OPEN-ADVICE-SPOOL-EXTEND.
      *    Open the advice spool for appending - each print run adds
      *    its letters to the day's stream
           OPEN EXTEND ADVICE-SPOOL-FILE.
           IF ADVICE-SPOOL-FILE-STATUS = '35'
               PERFORM INIT-ADVICE-SPOOL-FILE
               OPEN EXTEND ADVICE-SPOOL-FILE
           END-IF.
           MOVE ADVICE-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-ADVICE-SPOOL-FILE.
           CLOSE ADVICE-SPOOL-FILE.

       WRITE-ADVICE-SPOOL-LINE.
      *    Write one formatted print line to the advice spool
      *    Input: ADVICE-SPOOL-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE ADVICE-SPOOL-FILE-REC FROM ADVICE-SPOOL-LINE.
           MOVE ADVICE-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

      ******************************************************************
      * HELD-MAIL REGISTER OPERATIONS
      ******************************************************************

       INIT-HELD-MAIL-FILE.
      *    Initialize held-mail register file if it doesn't exist
           OPEN OUTPUT HELD-MAIL-FILE.
           IF HELD-MAIL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize held-mail file'
               STOP RUN
           END-IF.
           CLOSE HELD-MAIL-FILE.

       OPEN-HELD-MAIL-FILE-IO.
      *    Open held-mail register file for read/write
           OPEN I-O HELD-MAIL-FILE.
           IF HELD-MAIL-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-HELD-MAIL-FILE
               OPEN I-O HELD-MAIL-FILE
           END-IF.
           MOVE HELD-MAIL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-HELD-MAIL-FILE.
           CLOSE HELD-MAIL-FILE.

       WRITE-HELD-MAIL.
      *    Write a new held-mail register row to file
      *    Input: HELD-MAIL-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE HELD-MAIL-FILE-REC FROM HELD-MAIL-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-HELD-MAIL.
      *    Read a held-mail register row by ID
      *    Input: HML-HELD-ID in HELD-MAIL-RECORD
      *    Output: HELD-MAIL-RECORD, WS-OPERATION-STATUS
           MOVE HML-HELD-ID TO HMF-HELD-ID.
           READ HELD-MAIL-FILE INTO HELD-MAIL-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-HELD-MAIL.
      *    Update an existing held-mail register row
      *    Input: HELD-MAIL-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE HML-HELD-ID TO HMF-HELD-ID.
           REWRITE HELD-MAIL-FILE-REC FROM HELD-MAIL-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-HELD-MAIL-FILE-TOP.
      *    Position at the first held-mail row, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO HMF-HELD-ID.
           START HELD-MAIL-FILE KEY IS NOT LESS THAN HMF-HELD-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-HELD-MAIL-BY-CUSTOMER.
      *    Position on a customer's first held-mail row via the
      *    customer alternate key
      *    Input: HML-CUSTOMER-ID in HELD-MAIL-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE HML-CUSTOMER-ID TO HMF-CUSTOMER-ID.
           START HELD-MAIL-FILE KEY IS NOT LESS THAN HMF-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-HELD-MAIL.
      *    Read the next held-mail row in the current key order
      *    Output: HELD-MAIL-RECORD, WS-OPERATION-STATUS
           READ HELD-MAIL-FILE NEXT RECORD INTO HELD-MAIL-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-HELD-MAIL-LINE-FILE.
      *    Initialize held-mail line file if it doesn't exist
           OPEN OUTPUT HELD-MAIL-LINE-FILE.
           IF HELD-MAIL-LINE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize held-mail line file'
               STOP RUN
           END-IF.
           CLOSE HELD-MAIL-LINE-FILE.

       OPEN-HELD-MAIL-LINE-FILE-IO.
      *    Open held-mail line file for read/write
           OPEN I-O HELD-MAIL-LINE-FILE.
           IF HELD-MAIL-LINE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-HELD-MAIL-LINE-FILE
               OPEN I-O HELD-MAIL-LINE-FILE
           END-IF.
           MOVE HELD-MAIL-LINE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-HELD-MAIL-LINE-FILE.
           CLOSE HELD-MAIL-LINE-FILE.

       WRITE-HELD-MAIL-LINE.
      *    Write one print line of a held document
      *    Input: HELD-MAIL-LINE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE HELD-MAIL-LINE-FILE-REC FROM HELD-MAIL-LINE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-HELD-MAIL-LINES.
      *    Position on the first print line of one held document
      *    Input: HLL-HELD-ID in HELD-MAIL-LINE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE HLL-HELD-ID TO HLF-HELD-ID.
           MOVE 0 TO HLF-LINE-NO.
           START HELD-MAIL-LINE-FILE KEY IS NOT LESS THAN HLF-LINE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-HELD-MAIL-LINE.
      *    Read the next held print line in key order
      *    Output: HELD-MAIL-LINE-RECORD, WS-OPERATION-STATUS
           READ HELD-MAIL-LINE-FILE NEXT RECORD
               INTO HELD-MAIL-LINE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-MAIL-REPRINT-SPOOL-FILE.
      *    Initialize the reprint spool if it doesn't exist yet
           OPEN OUTPUT MAIL-REPRINT-SPOOL-FILE.
           IF MAIL-REPRINT-SPOOL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize mail reprint spool'
               STOP RUN
           END-IF.
           CLOSE MAIL-REPRINT-SPOOL-FILE.

       OPEN-MAIL-REPRINT-SPOOL-EXTEND.
      *    Open the reprint spool for appending
           OPEN EXTEND MAIL-REPRINT-SPOOL-FILE.
           IF MAIL-REPRINT-SPOOL-FILE-STATUS = '35'
               PERFORM INIT-MAIL-REPRINT-SPOOL-FILE
               OPEN EXTEND MAIL-REPRINT-SPOOL-FILE
           END-IF.
           MOVE MAIL-REPRINT-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-MAIL-REPRINT-SPOOL-FILE.
           CLOSE MAIL-REPRINT-SPOOL-FILE.

       WRITE-MAIL-REPRINT-LINE.
      *    Write one print line to the reprint spool
      *    Input: MAIL-REPRINT-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE MAIL-REPRINT-SPOOL-FILE-REC FROM MAIL-REPRINT-LINE.
           MOVE MAIL-REPRINT-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

      ******************************************************************
      * PRINT SPOOL ARCHIVE OPERATIONS
      ******************************************************************

       INIT-SPOOL-CATALOGUE-FILE.
      *    Initialize the spool catalogue if it doesn't exist
           OPEN OUTPUT SPOOL-CATALOGUE-FILE.
           IF SPOOL-CATALOGUE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize spool catalogue file'
               STOP RUN
           END-IF.
           CLOSE SPOOL-CATALOGUE-FILE.

       OPEN-SPOOL-CATALOGUE-FILE-IO.
      *    Open the spool catalogue for read/write
           OPEN I-O SPOOL-CATALOGUE-FILE.
           IF SPOOL-CATALOGUE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-SPOOL-CATALOGUE-FILE
               OPEN I-O SPOOL-CATALOGUE-FILE
           END-IF.
           MOVE SPOOL-CATALOGUE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SPOOL-CATALOGUE-FILE.
           CLOSE SPOOL-CATALOGUE-FILE.

       WRITE-SPOOL-CATALOGUE.
      *    Write one new catalogue row
      *    Input: SPOOL-CATALOGUE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE SPOOL-CATALOGUE-FILE-REC FROM SPOOL-CATALOGUE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-SPOOL-CATALOGUE.
      *    Read one catalogue row by run and document number
      *    Input: SPC-KEY in SPOOL-CATALOGUE-RECORD
      *    Output: SPOOL-CATALOGUE-RECORD, WS-OPERATION-STATUS
           MOVE SPC-KEY TO SPF-KEY.
           READ SPOOL-CATALOGUE-FILE INTO SPOOL-CATALOGUE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-SPOOL-CATALOGUE.
      *    Rewrite a catalogue row (reprint count, purge)
      *    Input: SPOOL-CATALOGUE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SPC-KEY TO SPF-KEY.
           REWRITE SPOOL-CATALOGUE-FILE-REC FROM SPOOL-CATALOGUE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-SPOOL-CATALOGUE-FILE-TOP.
      *    Position at the earliest run's first row, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO SPF-KEY.
           START SPOOL-CATALOGUE-FILE
               KEY IS NOT LESS THAN SPF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-SPOOL-CATALOGUE-BY-ACCOUNT.
      *    Position on an account's first catalogue row via the
      *    account alternate key
      *    Input: SPC-ACCOUNT-ID in SPOOL-CATALOGUE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SPC-ACCOUNT-ID TO SPF-ACCOUNT-ID.
           START SPOOL-CATALOGUE-FILE
               KEY IS NOT LESS THAN SPF-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-SPOOL-CATALOGUE-BY-CUSTOMER.
      *    Position on a customer's first catalogue row via the
      *    customer alternate key
      *    Input: SPC-CUSTOMER-ID in SPOOL-CATALOGUE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SPC-CUSTOMER-ID TO SPF-CUSTOMER-ID.
           START SPOOL-CATALOGUE-FILE
               KEY IS NOT LESS THAN SPF-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-SPOOL-CATALOGUE.
      *    Read the next catalogue row in the order last started on
      *    Output: SPOOL-CATALOGUE-RECORD, WS-OPERATION-STATUS
           READ SPOOL-CATALOGUE-FILE NEXT RECORD
               INTO SPOOL-CATALOGUE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-SPOOL-ARCHIVE-FILE.
      *    Initialize the archived spool line file
           OPEN OUTPUT SPOOL-ARCHIVE-FILE.
           IF SPOOL-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize spool archive file'
               STOP RUN
           END-IF.
           CLOSE SPOOL-ARCHIVE-FILE.

       OPEN-SPOOL-ARCHIVE-FILE-IO.
      *    Open the archived spool line file for read/write
           OPEN I-O SPOOL-ARCHIVE-FILE.
           IF SPOOL-ARCHIVE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-SPOOL-ARCHIVE-FILE
               OPEN I-O SPOOL-ARCHIVE-FILE
           END-IF.
           MOVE SPOOL-ARCHIVE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SPOOL-ARCHIVE-FILE.
           CLOSE SPOOL-ARCHIVE-FILE.

       WRITE-SPOOL-ARCHIVE-LINE.
      *    Write one archived spool line
      *    Input: SPOOL-ARCHIVE-LINE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE SPOOL-ARCHIVE-FILE-REC FROM SPOOL-ARCHIVE-LINE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-SPOOL-ARCHIVE-LINE.
      *    Read one archived line by run and line number
      *    Input: SAL-KEY in SPOOL-ARCHIVE-LINE-RECORD
      *    Output: SPOOL-ARCHIVE-LINE-RECORD, WS-OPERATION-STATUS
           MOVE SAL-KEY TO SAF-KEY.
           READ SPOOL-ARCHIVE-FILE INTO SPOOL-ARCHIVE-LINE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       DELETE-SPOOL-ARCHIVE-LINE.
      *    Delete one archived line (used by the retention purge)
      *    Input: SAL-KEY in SPOOL-ARCHIVE-LINE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SAL-KEY TO SAF-KEY.
           DELETE SPOOL-ARCHIVE-FILE RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-DELETE.

       START-SPOOL-ARCHIVE-FILE-TOP.
      *    Position at the earliest run's first line, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO SAF-KEY.
           START SPOOL-ARCHIVE-FILE
               KEY IS NOT LESS THAN SAF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-SPOOL-ARCHIVE-LINE.
      *    Read the next archived line in run and line order
      *    Output: SPOOL-ARCHIVE-LINE-RECORD, WS-OPERATION-STATUS
           READ SPOOL-ARCHIVE-FILE NEXT RECORD
               INTO SPOOL-ARCHIVE-LINE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-SPOOL-REPRINT-SPOOL-FILE.
      *    Create the archive reprint spool
           OPEN OUTPUT SPOOL-REPRINT-SPOOL-FILE.
           IF SPOOL-REPRINT-SPOOL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize spool reprint file'
               STOP RUN
           END-IF.
           CLOSE SPOOL-REPRINT-SPOOL-FILE.

       OPEN-SPOOL-REPRINT-SPOOL-EXTEND.
      *    Open the archive reprint spool for append
           OPEN EXTEND SPOOL-REPRINT-SPOOL-FILE.
           IF SPOOL-REPRINT-SPOOL-FILE-STATUS = '35'
               PERFORM INIT-SPOOL-REPRINT-SPOOL-FILE
               OPEN EXTEND SPOOL-REPRINT-SPOOL-FILE
           END-IF.
           MOVE SPOOL-REPRINT-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SPOOL-REPRINT-SPOOL-FILE.
           CLOSE SPOOL-REPRINT-SPOOL-FILE.

       WRITE-SPOOL-REPRINT-LINE.
      *    Write one line to the archive reprint spool
      *    Input: SPOOL-REPRINT-LINE
           WRITE SPOOL-REPRINT-SPOOL-FILE-REC FROM SPOOL-REPRINT-LINE.
           MOVE SPOOL-REPRINT-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

      ******************************************************************
      * COMPLAINT CASE REGISTER OPERATIONS
      ******************************************************************

       INIT-COMPLAINT-FILE.
      *    Initialize complaint case file if it doesn't exist
           OPEN OUTPUT COMPLAINT-FILE.
           IF COMPLAINT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize complaint file'
               STOP RUN
           END-IF.
           CLOSE COMPLAINT-FILE.

       OPEN-COMPLAINT-FILE-IO.
      *    Open complaint case file for read/write
           OPEN I-O COMPLAINT-FILE.
           IF COMPLAINT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF.
           MOVE COMPLAINT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-COMPLAINT-FILE.
           CLOSE COMPLAINT-FILE.

       WRITE-COMPLAINT.
      *    Write a new complaint case to file
      *    Input: COMPLAINT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE COMPLAINT-FILE-REC FROM COMPLAINT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-COMPLAINT.
      *    Read a complaint case by case number
      *    Input: CMP-CASE-ID in COMPLAINT-RECORD
      *    Output: COMPLAINT-RECORD, WS-OPERATION-STATUS
           MOVE CMP-CASE-ID TO CPL-CASE-ID.
           READ COMPLAINT-FILE INTO COMPLAINT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-COMPLAINT.
      *    Update an existing complaint case
      *    Input: COMPLAINT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CMP-CASE-ID TO CPL-CASE-ID.
           REWRITE COMPLAINT-FILE-REC FROM COMPLAINT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-COMPLAINT-FILE-TOP.
      *    Position at the first complaint case, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO CPL-CASE-ID.
           START COMPLAINT-FILE KEY IS NOT LESS THAN CPL-CASE-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-COMPLAINT-BY-CUSTOMER.
      *    Position on a customer's first complaint case via the
      *    customer alternate key
      *    Input: CMP-CUSTOMER-ID in COMPLAINT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CMP-CUSTOMER-ID TO CPL-CUSTOMER-ID.
           START COMPLAINT-FILE KEY IS NOT LESS THAN CPL-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-COMPLAINT.
      *    Read the next complaint case in the current key order
      *    Output: COMPLAINT-RECORD, WS-OPERATION-STATUS
           READ COMPLAINT-FILE NEXT RECORD INTO COMPLAINT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * SUSPICIOUS ACTIVITY CASE OPERATIONS
      ******************************************************************

       INIT-SAR-CASE-FILE.
      *    Initialize suspicious activity case file if it doesn't
      *    exist
           OPEN OUTPUT SAR-CASE-FILE.
           IF SAR-CASE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize SAR case file'
               STOP RUN
           END-IF.
           CLOSE SAR-CASE-FILE.

       OPEN-SAR-CASE-FILE-IO.
      *    Open suspicious activity case file for read/write
           OPEN I-O SAR-CASE-FILE.
           IF SAR-CASE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-SAR-CASE-FILE
               OPEN I-O SAR-CASE-FILE
           END-IF.
           MOVE SAR-CASE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SAR-CASE-FILE.
           CLOSE SAR-CASE-FILE.

       WRITE-SAR-CASE.
      *    Write a new suspicious activity case to file
      *    Input: SAR-CASE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE SAR-CASE-FILE-REC FROM SAR-CASE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-SAR-CASE.
      *    Read a suspicious activity case by case number
      *    Input: SAR-CASE-ID in SAR-CASE-RECORD
      *    Output: SAR-CASE-RECORD, WS-OPERATION-STATUS
           MOVE SAR-CASE-ID TO SCF-CASE-ID.
           READ SAR-CASE-FILE INTO SAR-CASE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-SAR-CASE.
      *    Update an existing suspicious activity case
      *    Input: SAR-CASE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SAR-CASE-ID TO SCF-CASE-ID.
           REWRITE SAR-CASE-FILE-REC FROM SAR-CASE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-SAR-CASE-FILE-TOP.
      *    Position at the first suspicious activity case, for a
      *    full scan
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO SCF-CASE-ID.
           START SAR-CASE-FILE KEY IS NOT LESS THAN SCF-CASE-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-SAR-CASE-BY-CUSTOMER.
      *    Position on a subject's first case via the customer
      *    alternate key
      *    Input: SAR-CUSTOMER-ID in SAR-CASE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SAR-CUSTOMER-ID TO SCF-CUSTOMER-ID.
           START SAR-CASE-FILE KEY IS NOT LESS THAN SCF-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-SAR-CASE.
      *    Read the next suspicious activity case in the current key
      *    order
      *    Output: SAR-CASE-RECORD, WS-OPERATION-STATUS
           READ SAR-CASE-FILE NEXT RECORD INTO SAR-CASE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * BRANCH MASTER OPERATIONS
      ******************************************************************

       INIT-BRANCH-FILE.
      *    Initialize the branch master, carrying in every branch
      *    code already in use so existing accounts and vaults keep
      *    validating: the head office '0001', which blank codes
      *    have always meant, then each distinct code found on the
      *    accounts and vault positions, OPEN and named after its
      *    code until a supervisor keys the real name and address
           OPEN OUTPUT BRANCH-FILE.
           IF BRANCH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize branch file'
               STOP RUN
           END-IF.

           INITIALIZE BRANCH-FILE-REC.
           MOVE '0001' TO BRF-BRANCH-CODE.
           MOVE 'HEAD OFFICE' TO BRF-NAME.
           MOVE 'OPEN' TO BRF-STATUS.
           WRITE BRANCH-FILE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = '00'
               MOVE '00' TO WS-OPERATION-STATUS
               PERFORM CARRY-ONE-ACCOUNT-BRANCH
                   UNTIL WS-OPERATION-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.

           OPEN INPUT VAULT-FILE.
           IF VAULT-FILE-STATUS = '00'
               MOVE '00' TO WS-OPERATION-STATUS
               PERFORM CARRY-ONE-VAULT-BRANCH
                   UNTIL WS-OPERATION-STATUS = '10'
               CLOSE VAULT-FILE
           END-IF.

           CLOSE BRANCH-FILE.

       CARRY-ONE-ACCOUNT-BRANCH.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE AF-BRANCH-CODE TO WS-BRANCH-CARRY-CODE
                   PERFORM CARRY-ONE-BRANCH-CODE
           END-READ.

       CARRY-ONE-VAULT-BRANCH.
           READ VAULT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE VTF-BRANCH-CODE TO WS-BRANCH-CARRY-CODE
                   PERFORM CARRY-ONE-BRANCH-CODE
           END-READ.

       CARRY-ONE-BRANCH-CODE.
      *    Write an OPEN row for WS-BRANCH-CARRY-CODE unless one is
      *    already there (the duplicate key write is simply refused)
           IF WS-BRANCH-CARRY-CODE = SPACES
               MOVE '0001' TO WS-BRANCH-CARRY-CODE
           END-IF.
           INITIALIZE BRANCH-FILE-REC.
           MOVE WS-BRANCH-CARRY-CODE TO BRF-BRANCH-CODE.
           STRING 'BRANCH ' WS-BRANCH-CARRY-CODE
               DELIMITED BY SIZE INTO BRF-NAME.
           MOVE 'OPEN' TO BRF-STATUS.
           WRITE BRANCH-FILE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       TRUNCATE-BRANCH-FILE.
      *    Empty the branch master WITHOUT the carry-in - the restore
      *    reloads every row from the backup set
           OPEN OUTPUT BRANCH-FILE.
           CLOSE BRANCH-FILE.

       OPEN-BRANCH-FILE-IO.
      *    Open branch master for read/write
           OPEN I-O BRANCH-FILE.
           IF BRANCH-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-BRANCH-FILE
               OPEN I-O BRANCH-FILE
           END-IF.
           MOVE BRANCH-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-BRANCH-FILE.
           CLOSE BRANCH-FILE.

       WRITE-BRANCH.
      *    Write a new branch master row
      *    Input: BRANCH-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE BRANCH-FILE-REC FROM BRANCH-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-BRANCH.
      *    Read a branch master row by branch code
      *    Input: BRN-BRANCH-CODE in BRANCH-RECORD
      *    Output: BRANCH-RECORD, WS-OPERATION-STATUS
           MOVE BRN-BRANCH-CODE TO BRF-BRANCH-CODE.
           READ BRANCH-FILE INTO BRANCH-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-BRANCH.
      *    Update an existing branch master row
      *    Input: BRANCH-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE BRN-BRANCH-CODE TO BRF-BRANCH-CODE.
           REWRITE BRANCH-FILE-REC FROM BRANCH-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-BRANCH-FILE-TOP.
      *    Position at the first branch, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO BRF-BRANCH-CODE.
           START BRANCH-FILE KEY IS NOT LESS THAN BRF-BRANCH-CODE
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-BRANCH.
      *    Read the next branch in code order
      *    Output: BRANCH-RECORD, WS-OPERATION-STATUS
           READ BRANCH-FILE NEXT RECORD INTO BRANCH-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * BRANCH VAULT OPERATIONS
      ******************************************************************

       INIT-VAULT-FILE.
      *    Initialize vault file if it doesn't exist
           OPEN OUTPUT VAULT-FILE.
           IF VAULT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize vault file'
               STOP RUN
           END-IF.
           CLOSE VAULT-FILE.

       OPEN-VAULT-FILE-IO.
      *    Open vault file for read/write
           OPEN I-O VAULT-FILE.
           IF VAULT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-VAULT-FILE
               OPEN I-O VAULT-FILE
           END-IF.
           MOVE VAULT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-VAULT-FILE.
           CLOSE VAULT-FILE.

       WRITE-VAULT.
      *    Write vault position record to file
      *    Input: VAULT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE VAULT-FILE-REC FROM VAULT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-VAULT-FILE-TOP.
      *    Position at the first branch vault row, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO VTF-BRANCH-CODE.
           START VAULT-FILE KEY IS NOT LESS THAN VTF-BRANCH-CODE
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-VAULT.
      *    Read the next branch vault row in the current scan
      *    Output: VAULT-RECORD, WS-OPERATION-STATUS
           READ VAULT-FILE NEXT RECORD INTO VAULT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       READ-VAULT.
      *    Read vault position by branch code
      *    Input: VLT-BRANCH-CODE in VAULT-RECORD
      *    Output: VAULT-RECORD, WS-OPERATION-STATUS
           MOVE VLT-BRANCH-CODE TO VTF-BRANCH-CODE.
           READ VAULT-FILE INTO VAULT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-VAULT.
      *    Update existing vault position record
      *    Input: VAULT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE VLT-BRANCH-CODE TO VTF-BRANCH-CODE.
           REWRITE VAULT-FILE-REC FROM VAULT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       WRITE-VAULT-SHIPMENT.
      *    Write shipment record to file
      *    Input: VAULT-SHIPMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE VAULT-SHIPMENT-FILE-REC FROM VAULT-SHIPMENT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-VAULT-SHIPMENT.
      *    Read shipment by ID
      *    Input: VSH-SHIPMENT-ID in VAULT-SHIPMENT-RECORD
      *    Output: VAULT-SHIPMENT-RECORD, WS-OPERATION-STATUS
           MOVE VSH-SHIPMENT-ID TO VSF-SHIPMENT-ID.
           READ VAULT-SHIPMENT-FILE INTO VAULT-SHIPMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-VAULT-SHIPMENT.
      *    Update existing shipment record
      *    Input: VAULT-SHIPMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE VSH-SHIPMENT-ID TO VSF-SHIPMENT-ID.
           REWRITE VAULT-SHIPMENT-FILE-REC
                   FROM VAULT-SHIPMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-VAULT-SHIPMENT-FILE-TOP.
      *    Position at the first shipment row, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO VSF-SHIPMENT-ID.
           START VAULT-SHIPMENT-FILE
               KEY IS NOT LESS THAN VSF-SHIPMENT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-VAULT-SHIPMENT.
      *    Read the next shipment row in the current scan
      *    Output: VAULT-SHIPMENT-RECORD, WS-OPERATION-STATUS
           READ VAULT-SHIPMENT-FILE NEXT RECORD
               INTO VAULT-SHIPMENT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * ATM REGISTER OPERATIONS
      ******************************************************************

       INIT-ATM-FILE.
      *    Initialize ATM register file if it doesn't exist
           OPEN OUTPUT ATM-FILE.
           IF ATM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize ATM file'
               STOP RUN
           END-IF.
           CLOSE ATM-FILE.

       OPEN-ATM-FILE-IO.
      *    Open ATM register file for read/write
           OPEN I-O ATM-FILE.
           IF ATM-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-ATM-FILE
               OPEN I-O ATM-FILE
           END-IF.
           MOVE ATM-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-ATM-FILE.
           CLOSE ATM-FILE.

       WRITE-ATM.
      *    Write a new ATM row to file
      *    Input: ATM-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE ATM-FILE-REC FROM ATM-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-ATM.
      *    Read an ATM row by terminal ID
      *    Input: ATM-TERMINAL-ID in ATM-RECORD
      *    Output: ATM-RECORD, WS-OPERATION-STATUS
           MOVE ATM-TERMINAL-ID TO ATF-TERMINAL-ID.
           READ ATM-FILE INTO ATM-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-ATM.
      *    Update existing ATM row
      *    Input: ATM-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE ATM-TERMINAL-ID TO ATF-TERMINAL-ID.
           REWRITE ATM-FILE-REC FROM ATM-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-ATM-FILE-TOP.
      *    Position at the first ATM row, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO ATF-TERMINAL-ID.
           START ATM-FILE KEY IS NOT LESS THAN ATF-TERMINAL-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-ATM-BY-BRANCH.
      *    Position on a branch's first ATM via the branch alternate
      *    key (LOW-VALUES in ATM-BRANCH-CODE walks every branch in
      *    branch order)
      *    Input: ATM-BRANCH-CODE in ATM-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE ATM-BRANCH-CODE TO ATF-BRANCH-CODE.
           START ATM-FILE KEY IS NOT LESS THAN ATF-BRANCH-CODE
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-ATM.
      *    Read the next ATM row in the current key order
      *    Output: ATM-RECORD, WS-OPERATION-STATUS
           READ ATM-FILE NEXT RECORD INTO ATM-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       OPEN-ATM-COUNT-IN-INPUT.
      *    Open the replenishment crews' cash-count file for reading
           OPEN INPUT ATM-COUNT-IN-FILE.
           MOVE ATM-COUNT-IN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-ATM-COUNT-IN-FILE.
           CLOSE ATM-COUNT-IN-FILE.

       READ-NEXT-ATM-COUNT-LINE.
      *    Read the next raw line of the cash-count file
      *    Output: ATM-COUNT-IN-LINE, WS-OPERATION-STATUS
           READ ATM-COUNT-IN-FILE INTO ATM-COUNT-IN-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * CASH COUNT DENOMINATION REGISTER OPERATIONS
      ******************************************************************

       INIT-CASH-COUNT-FILE.
      *    Initialize cash count register file if it doesn't exist
           OPEN OUTPUT CASH-COUNT-FILE.
           IF CASH-COUNT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize cash count file'
               STOP RUN
           END-IF.
           CLOSE CASH-COUNT-FILE.

       OPEN-CASH-COUNT-FILE-IO.
      *    Open cash count register file for read/write
           OPEN I-O CASH-COUNT-FILE.
           IF CASH-COUNT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-CASH-COUNT-FILE
               OPEN I-O CASH-COUNT-FILE
           END-IF.
           MOVE CASH-COUNT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CASH-COUNT-FILE.
           CLOSE CASH-COUNT-FILE.

       WRITE-CASH-COUNT.
      *    Write a new cash count row to file
      *    Input: CASH-COUNT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE CASH-COUNT-FILE-REC FROM CASH-COUNT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-CASH-COUNT.
      *    Read a cash count row by count ID
      *    Input: CCT-COUNT-ID in CASH-COUNT-RECORD
      *    Output: CASH-COUNT-RECORD, WS-OPERATION-STATUS
           MOVE CCT-COUNT-ID TO CCF-COUNT-ID.
           READ CASH-COUNT-FILE INTO CASH-COUNT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-CASH-COUNT-FILE-TOP.
      *    Position at the first cash count row, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO CCF-COUNT-ID.
           START CASH-COUNT-FILE KEY IS NOT LESS THAN CCF-COUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-CASH-COUNT-BY-BRANCH.
      *    Position on a branch's first count via the branch
      *    alternate key (LOW-VALUES in CCT-BRANCH-CODE walks every
      *    branch in branch order, each branch's counts in the order
      *    they were taken)
      *    Input: CCT-BRANCH-CODE in CASH-COUNT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CCT-BRANCH-CODE TO CCF-BRANCH-CODE.
           START CASH-COUNT-FILE KEY IS NOT LESS THAN CCF-BRANCH-CODE
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-CASH-COUNT.
      *    Read the next cash count row in the current key order
      *    Output: CASH-COUNT-RECORD, WS-OPERATION-STATUS
           READ CASH-COUNT-FILE NEXT RECORD INTO CASH-COUNT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       OPEN-VAULT-SHIPMENT-FILE-IO.
      *    Open shipment file for read/write
           OPEN I-O VAULT-SHIPMENT-FILE.
           IF VAULT-SHIPMENT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-VAULT-SHIPMENT-FILE
               OPEN I-O VAULT-SHIPMENT-FILE
           END-IF.
           MOVE VAULT-SHIPMENT-FILE-STATUS TO WS-OPERATION-STATUS.

       INIT-VAULT-SHIPMENT-FILE.
      *    Initialize shipment file if it doesn't exist
           OPEN OUTPUT VAULT-SHIPMENT-FILE.
           IF VAULT-SHIPMENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize vault shipment file'
               STOP RUN
           END-IF.
           CLOSE VAULT-SHIPMENT-FILE.

       CLOSE-VAULT-SHIPMENT-FILE.
           CLOSE VAULT-SHIPMENT-FILE.

      ******************************************************************
      * COLLECTION ORIGINATION OPERATIONS
      ******************************************************************

       INIT-COLLECT-ORIG-FILE.
      *    Initialize origination register if it doesn't exist
           OPEN OUTPUT COLLECT-ORIG-FILE.
           IF COLLECT-ORIG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize origination file'
               STOP RUN
           END-IF.
           CLOSE COLLECT-ORIG-FILE.

       OPEN-COLLECT-ORIG-FILE-IO.
      *    Open origination register for read/write
           OPEN I-O COLLECT-ORIG-FILE.
           IF COLLECT-ORIG-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-COLLECT-ORIG-FILE
               OPEN I-O COLLECT-ORIG-FILE
           END-IF.
           MOVE COLLECT-ORIG-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-COLLECT-ORIG-FILE.
           CLOSE COLLECT-ORIG-FILE.

       WRITE-COLLECT-ORIG.
      *    Write origination item record to file
      *    Input: COLLECTION-ORIG-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE COLLECT-ORIG-FILE-REC FROM COLLECTION-ORIG-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-COLLECT-ORIG-FILE-TOP.
      *    Position at the first origination row, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO COF-ITEM-ID.
           START COLLECT-ORIG-FILE
               KEY IS NOT LESS THAN COF-ITEM-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-COLLECT-ORIG.
      *    Read the next origination row in the current scan
      *    Output: COLLECTION-ORIG-RECORD, WS-OPERATION-STATUS
           READ COLLECT-ORIG-FILE NEXT RECORD
               INTO COLLECTION-ORIG-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       READ-COLLECT-ORIG.
      *    Read origination item by ID
      *    Input: ORG-ITEM-ID in COLLECTION-ORIG-RECORD
      *    Output: COLLECTION-ORIG-RECORD, WS-OPERATION-STATUS
           MOVE ORG-ITEM-ID TO COF-ITEM-ID.
           READ COLLECT-ORIG-FILE INTO COLLECTION-ORIG-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-COLLECT-ORIG.
      *    Update existing origination item record
      *    Input: COLLECTION-ORIG-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE ORG-ITEM-ID TO COF-ITEM-ID.
           REWRITE COLLECT-ORIG-FILE-REC
                   FROM COLLECTION-ORIG-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       OPEN-RECEIVABLES-IN-INPUT.
      *    Open the corporate receivables file for reading
           OPEN INPUT RECEIVABLES-IN-FILE.
           MOVE RECEIVABLES-IN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-RECEIVABLES-IN-FILE.
           CLOSE RECEIVABLES-IN-FILE.

       READ-NEXT-RECEIVABLES-LINE.
      *    Read the next raw receivables line
      *    Output: RECEIVABLES-IN-LINE, WS-OPERATION-STATUS
           READ RECEIVABLES-IN-FILE INTO RECEIVABLES-IN-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       OPEN-COLLECT-PRESENT-OUTPUT.
      *    Open (create/overwrite) the presentation file
           OPEN OUTPUT COLLECT-PRESENT-FILE.
           MOVE COLLECT-PRESENT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-COLLECT-PRESENT-FILE.
           CLOSE COLLECT-PRESENT-FILE.

       WRITE-COLLECT-PRESENT-LINE.
      *    Write one formatted line to the presentation file
      *    Input: COLLECT-PRESENT-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE COLLECT-PRESENT-FILE-REC FROM COLLECT-PRESENT-LINE.
           MOVE COLLECT-PRESENT-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-ORIG-RESPONSE-INPUT.
      *    Open the network's response file for reading
           OPEN INPUT ORIG-RESPONSE-FILE.
           MOVE ORIG-RESPONSE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-ORIG-RESPONSE-FILE.
           CLOSE ORIG-RESPONSE-FILE.

       READ-NEXT-ORIG-RESPONSE-LINE.
      *    Read the next raw response line
      *    Output: ORIG-RESPONSE-LINE, WS-OPERATION-STATUS
           READ ORIG-RESPONSE-FILE INTO ORIG-RESPONSE-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * FUNDS HOLD REGISTER OPERATIONS
      ******************************************************************

       INIT-FUNDS-HOLD-FILE.
      *    Initialize funds hold register if it doesn't exist
           OPEN OUTPUT FUNDS-HOLD-FILE.
           IF FUNDS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize funds hold file'
               STOP RUN
           END-IF.
           CLOSE FUNDS-HOLD-FILE.

       OPEN-FUNDS-HOLD-FILE-IO.
      *    Open funds hold register for read/write
           OPEN I-O FUNDS-HOLD-FILE.
           IF FUNDS-HOLD-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-FUNDS-HOLD-FILE
               OPEN I-O FUNDS-HOLD-FILE
           END-IF.
           MOVE FUNDS-HOLD-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-FUNDS-HOLD-FILE.
           CLOSE FUNDS-HOLD-FILE.

       WRITE-FUNDS-HOLD.
      *    Write funds hold record to file
      *    Input: FUNDS-HOLD-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE FUNDS-HOLD-FILE-REC FROM FUNDS-HOLD-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-FUNDS-HOLD.
      *    Read funds hold by ID
      *    Input: FHR-HOLD-ID in FUNDS-HOLD-RECORD
      *    Output: FUNDS-HOLD-RECORD, WS-OPERATION-STATUS
           MOVE FHR-HOLD-ID TO FHF-HOLD-ID.
           READ FUNDS-HOLD-FILE INTO FUNDS-HOLD-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-FUNDS-HOLD.
      *    Update existing funds hold record
      *    Input: FUNDS-HOLD-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE FHR-HOLD-ID TO FHF-HOLD-ID.
           REWRITE FUNDS-HOLD-FILE-REC FROM FUNDS-HOLD-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-FUNDS-HOLD-BY-ACCOUNT.
      *    Position on the first hold row for an account via the
      *    account alternate key
      *    Input: FHR-ACCOUNT-ID in FUNDS-HOLD-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE FHR-ACCOUNT-ID TO FHF-ACCOUNT-ID.
           START FUNDS-HOLD-FILE KEY IS NOT LESS THAN
                   FHF-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-FUNDS-HOLD-BY-ACCT.
      *    Read the next hold row in account order
      *    Output: FUNDS-HOLD-RECORD, WS-OPERATION-STATUS
           READ FUNDS-HOLD-FILE NEXT RECORD INTO FUNDS-HOLD-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-FUNDS-HOLD-FILE-TOP.
      *    Position the register at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO FHF-HOLD-ID.
           START FUNDS-HOLD-FILE KEY IS NOT LESS THAN FHF-HOLD-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-FUNDS-HOLD.
      *    Read next hold row in FHF-HOLD-ID order (full scan)
      *    Output: FUNDS-HOLD-RECORD, WS-OPERATION-STATUS
           READ FUNDS-HOLD-FILE NEXT RECORD INTO FUNDS-HOLD-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * FUNDS-AVAILABILITY HOLD OPERATIONS
      ******************************************************************

       INIT-AVAIL-HOLD-FILE.
      *    Initialize availability hold file if it doesn't exist
           OPEN OUTPUT AVAIL-HOLD-FILE.
           IF AVAIL-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize availability hold '
                   'file'
               STOP RUN
           END-IF.
           CLOSE AVAIL-HOLD-FILE.

       OPEN-AVAIL-HOLD-FILE-IO.
      *    Open availability hold file for read/write
           OPEN I-O AVAIL-HOLD-FILE.
           IF AVAIL-HOLD-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-AVAIL-HOLD-FILE
               OPEN I-O AVAIL-HOLD-FILE
           END-IF.
           MOVE AVAIL-HOLD-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-AVAIL-HOLD-FILE.
           CLOSE AVAIL-HOLD-FILE.

       WRITE-AVAIL-HOLD.
      *    Write availability hold record to file
      *    Input: AVAIL-HOLD-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE AVAIL-HOLD-FILE-REC FROM AVAIL-HOLD-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       UPDATE-AVAIL-HOLD.
      *    Update existing availability hold record
      *    Input: AVAIL-HOLD-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE AVH-HOLD-ID TO AHF-HOLD-ID.
           REWRITE AVAIL-HOLD-FILE-REC FROM AVAIL-HOLD-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-AVAIL-HOLD-FILE-TOP.
      *    Position the hold file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO AHF-HOLD-ID.
           START AVAIL-HOLD-FILE KEY IS NOT LESS THAN AHF-HOLD-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-AVAIL-HOLD.
      *    Read next hold record in AHF-HOLD-ID order (full scan)
      *    Output: AVAIL-HOLD-RECORD, WS-OPERATION-STATUS
           READ AVAIL-HOLD-FILE NEXT RECORD INTO AVAIL-HOLD-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * PASSBOOK POSITION OPERATIONS
      ******************************************************************

       INIT-PASSBOOK-FILE.
      *    Initialize passbook file if it doesn't exist
           OPEN OUTPUT PASSBOOK-FILE.
           IF PASSBOOK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize passbook file'
               STOP RUN
           END-IF.
           CLOSE PASSBOOK-FILE.

       OPEN-PASSBOOK-FILE-IO.
      *    Open passbook file for read/write
           OPEN I-O PASSBOOK-FILE.
           IF PASSBOOK-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-PASSBOOK-FILE
               OPEN I-O PASSBOOK-FILE
           END-IF.
           MOVE PASSBOOK-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-PASSBOOK-FILE.
           CLOSE PASSBOOK-FILE.

       WRITE-PASSBOOK.
      *    Write passbook position record to file
      *    Input: PASSBOOK-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE PASSBOOK-FILE-REC FROM PASSBOOK-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-PASSBOOK.
      *    Read passbook position by account
      *    Input: PBK-ACCOUNT-ID in PASSBOOK-RECORD
      *    Output: PASSBOOK-RECORD, WS-OPERATION-STATUS
           MOVE PBK-ACCOUNT-ID TO PBF-ACCOUNT-ID.
           READ PASSBOOK-FILE INTO PASSBOOK-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-PASSBOOK.
      *    Update existing passbook position record
      *    Input: PASSBOOK-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE PBK-ACCOUNT-ID TO PBF-ACCOUNT-ID.
           REWRITE PASSBOOK-FILE-REC FROM PASSBOOK-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       DELETE-PASSBOOK.
      *    Physically remove one passbook position row. The file is
      *    keyed by the account itself, so an account renumber
      *    cannot REWRITE the key - the row is deleted here and
      *    re-written under the new account ID.
      *    Input: PBK-ACCOUNT-ID in PASSBOOK-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE PBK-ACCOUNT-ID TO PBF-ACCOUNT-ID.
           DELETE PASSBOOK-FILE RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-DELETE.

       START-PASSBOOK-FILE-TOP.
      *    Position at the first passbook row, for a full scan
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO PBF-ACCOUNT-ID.
           START PASSBOOK-FILE KEY IS NOT LESS THAN PBF-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-PASSBOOK.
      *    Read the next passbook row in the current scan
      *    Output: PASSBOOK-RECORD, WS-OPERATION-STATUS
           READ PASSBOOK-FILE NEXT RECORD INTO PASSBOOK-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * COLLATERAL REGISTER OPERATIONS
      ******************************************************************

       INIT-COLLATERAL-FILE.
      *    Initialize collateral file if it doesn't exist
           OPEN OUTPUT COLLATERAL-FILE.
           IF COLLATERAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize collateral file'
               STOP RUN
           END-IF.
           CLOSE COLLATERAL-FILE.

       OPEN-COLLATERAL-FILE-IO.
      *    Open collateral file for read/write
           OPEN I-O COLLATERAL-FILE.
           IF COLLATERAL-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-COLLATERAL-FILE
               OPEN I-O COLLATERAL-FILE
           END-IF.
           MOVE COLLATERAL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-COLLATERAL-FILE.
           CLOSE COLLATERAL-FILE.

       WRITE-COLLATERAL.
      *    Write collateral record to file
      *    Input: COLLATERAL-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE COLLATERAL-FILE-REC FROM COLLATERAL-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-COLLATERAL.
      *    Read collateral by ID
      *    Input: COL-COLLATERAL-ID in COLLATERAL-RECORD
      *    Output: COLLATERAL-RECORD, WS-OPERATION-STATUS
           MOVE COL-COLLATERAL-ID TO CLF-COLLATERAL-ID.
           READ COLLATERAL-FILE INTO COLLATERAL-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-COLLATERAL.
      *    Update existing collateral record
      *    Input: COLLATERAL-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE COL-COLLATERAL-ID TO CLF-COLLATERAL-ID.
           REWRITE COLLATERAL-FILE-REC FROM COLLATERAL-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-COLLATERAL-BY-LOAN.
      *    Position on the first collateral row for a loan via the
      *    loan alternate key
      *    Input: COL-LOAN-ID in COLLATERAL-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE COL-LOAN-ID TO CLF-LOAN-ID.
           START COLLATERAL-FILE KEY IS NOT LESS THAN CLF-LOAN-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-COLLATERAL-BY-LOAN.
      *    Read the next collateral row in loan order
      *    Output: COLLATERAL-RECORD, WS-OPERATION-STATUS
           READ COLLATERAL-FILE NEXT RECORD INTO COLLATERAL-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-COLLATERAL-FILE-TOP.
      *    Position the collateral file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO CLF-COLLATERAL-ID.
           START COLLATERAL-FILE
                   KEY IS NOT LESS THAN CLF-COLLATERAL-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-COLLATERAL.
      *    Read next collateral row in ID order (full scan)
      *    Output: COLLATERAL-RECORD, WS-OPERATION-STATUS
           READ COLLATERAL-FILE NEXT RECORD INTO COLLATERAL-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * DEPOSITED ITEM REGISTER OPERATIONS
      ******************************************************************

       INIT-DEPOSITED-ITEM-FILE.
      *    Initialize deposited item register if it doesn't exist
           OPEN OUTPUT DEPOSITED-ITEM-FILE.
           IF DEPOSITED-ITEM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize deposited item file'
               STOP RUN
           END-IF.
           CLOSE DEPOSITED-ITEM-FILE.

       OPEN-DEPOSITED-ITEM-FILE-IO.
      *    Open deposited item register for read/write
           OPEN I-O DEPOSITED-ITEM-FILE.
           IF DEPOSITED-ITEM-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-DEPOSITED-ITEM-FILE
               OPEN I-O DEPOSITED-ITEM-FILE
           END-IF.
           MOVE DEPOSITED-ITEM-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-DEPOSITED-ITEM-FILE.
           CLOSE DEPOSITED-ITEM-FILE.

       WRITE-DEPOSITED-ITEM.
      *    Write deposited item record to file
      *    Input: DEPOSITED-ITEM-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE DEPOSITED-ITEM-FILE-REC FROM DEPOSITED-ITEM-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-DEPOSITED-ITEM.
      *    Read deposited item by ID
      *    Input: DEP-ITEM-ID in DEPOSITED-ITEM-RECORD
      *    Output: DEPOSITED-ITEM-RECORD, WS-OPERATION-STATUS
           MOVE DEP-ITEM-ID TO DIF-ITEM-ID.
           READ DEPOSITED-ITEM-FILE INTO DEPOSITED-ITEM-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-DEPOSITED-ITEM.
      *    Update existing deposited item record
      *    Input: DEPOSITED-ITEM-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE DEP-ITEM-ID TO DIF-ITEM-ID.
           REWRITE DEPOSITED-ITEM-FILE-REC FROM DEPOSITED-ITEM-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-DEPOSITED-ITEM-FILE-TOP.
      *    Position the register at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO DIF-ITEM-ID.
           START DEPOSITED-ITEM-FILE KEY IS NOT LESS THAN DIF-ITEM-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-DEPOSITED-ITEM.
      *    Read next deposited item in DIF-ITEM-ID order (full scan)
      *    Output: DEPOSITED-ITEM-RECORD, WS-OPERATION-STATUS
           READ DEPOSITED-ITEM-FILE NEXT RECORD
                   INTO DEPOSITED-ITEM-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * OUTWARD CHEQUE COLLECTION FILE OPERATIONS
      ******************************************************************

       OPEN-OUT-COLLECT-FILE-OUTPUT.
      *    Open the outward collection file for writing (always
      *    starts fresh - one complete file per end-of-day run)
           OPEN OUTPUT OUT-COLLECT-FILE.
           MOVE OUT-COLLECT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-OUT-COLLECT-FILE.
           CLOSE OUT-COLLECT-FILE.

       WRITE-OUT-COLLECT-LINE.
      *    Write one already-formatted line to the collection file
      *    Input: OUTWARD-COLLECT-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE OUT-COLLECT-FILE-REC FROM OUTWARD-COLLECT-LINE.
           MOVE OUT-COLLECT-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-COLLECT-RTN-FILE-INPUT.
      *    Open the drawee banks' response file for reading
           OPEN INPUT COLLECT-RTN-FILE.
           MOVE COLLECT-RTN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-COLLECT-RTN-FILE.
           CLOSE COLLECT-RTN-FILE.

       READ-NEXT-COLLECT-RTN-LINE.
      *    Read the next raw line of the response file
      *    Output: COLLECT-RESPONSE-LINE, WS-OPERATION-STATUS
           READ COLLECT-RTN-FILE INTO COLLECT-RESPONSE-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * LOAN FILE OPERATIONS
      ******************************************************************

       INIT-LOAN-FILE.
      *    Initialize loan master file if it doesn't exist
           OPEN OUTPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize loan file'
               STOP RUN
           END-IF.
           CLOSE LOAN-FILE.

       OPEN-LOAN-FILE-IO.
      *    Open loan master file for read/write
           OPEN I-O LOAN-FILE.
           IF LOAN-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
           MOVE LOAN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-LOAN-FILE.
           CLOSE LOAN-FILE.

       WRITE-LOAN.
      *    Write loan record to file
      *    Input: LOAN-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE LOAN-FILE-REC FROM LOAN-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-LOAN.
      *    Read loan by ID
      *    Input: LN-LOAN-ID in LOAN-RECORD
      *    Output: LOAN-RECORD, WS-OPERATION-STATUS
           MOVE LN-LOAN-ID TO LNF-LOAN-ID.
           READ LOAN-FILE INTO LOAN-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-LOAN.
      *    Update existing loan record
      *    Input: LOAN-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE LN-LOAN-ID TO LNF-LOAN-ID.
           REWRITE LOAN-FILE-REC FROM LOAN-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-LOAN-FILE-TOP.
      *    Position the loan file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO LNF-LOAN-ID.
           START LOAN-FILE KEY IS NOT LESS THAN LNF-LOAN-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-LOAN-AFTER.
      *    Position the loan file immediately after the given loan
      *    ID, so a scan interrupted by nested calls can resume
      *    Input: LN-LOAN-ID in LOAN-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE LN-LOAN-ID TO LNF-LOAN-ID.
           START LOAN-FILE KEY IS GREATER THAN LNF-LOAN-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-LOAN.
      *    Read next loan record in LN-LOAN-ID order (full scan)
      *    Output: LOAN-RECORD, WS-OPERATION-STATUS
           READ LOAN-FILE NEXT RECORD INTO LOAN-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-LOAN-BY-ACCOUNT.
      *    Position on the first loan disbursed to an account via
      *    the account alternate key
      *    Input: LN-ACCOUNT-ID in LOAN-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE LN-ACCOUNT-ID TO LNF-ACCOUNT-ID.
           START LOAN-FILE KEY IS NOT LESS THAN LNF-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-LOAN-BY-ACCOUNT.
      *    Read the next loan row in account order - the key of
      *    reference was already fixed by START-LOAN-BY-ACCOUNT
      *    Output: LOAN-RECORD, WS-OPERATION-STATUS
           READ LOAN-FILE NEXT RECORD INTO LOAN-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * LOAN APPLICATION REGISTER OPERATIONS
      ******************************************************************

       INIT-LOAN-APPLICATION-FILE.
      *    Initialize loan application file if it doesn't exist
           OPEN OUTPUT LOAN-APPLICATION-FILE.
           IF LOAN-APPLICATION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize loan application '
                   'file'
               STOP RUN
           END-IF.
           CLOSE LOAN-APPLICATION-FILE.

       OPEN-LOAN-APPLICATION-FILE-IO.
      *    Open loan application file for read/write
           OPEN I-O LOAN-APPLICATION-FILE.
           IF LOAN-APPLICATION-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-LOAN-APPLICATION-FILE
               OPEN I-O LOAN-APPLICATION-FILE
           END-IF.
           MOVE LOAN-APPLICATION-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-LOAN-APPLICATION-FILE.
           CLOSE LOAN-APPLICATION-FILE.

       WRITE-LOAN-APPLICATION.
      *    Write loan application record to file
      *    Input: LOAN-APPLICATION-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE LOAN-APPLICATION-FILE-REC
               FROM LOAN-APPLICATION-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-LOAN-APPLICATION.
      *    Read loan application by ID
      *    Input: LAP-APP-ID in LOAN-APPLICATION-RECORD
      *    Output: LOAN-APPLICATION-RECORD, WS-OPERATION-STATUS
           MOVE LAP-APP-ID TO LAF-APP-ID.
           READ LOAN-APPLICATION-FILE INTO LOAN-APPLICATION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-LOAN-APPLICATION.
      *    Update existing loan application record
      *    Input: LOAN-APPLICATION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE LAP-APP-ID TO LAF-APP-ID.
           REWRITE LOAN-APPLICATION-FILE-REC
               FROM LOAN-APPLICATION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-LOAN-APPLICATION-TOP.
      *    Position the loan application file at the first record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO LAF-APP-ID.
           START LOAN-APPLICATION-FILE
                   KEY IS NOT LESS THAN LAF-APP-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-LOAN-APPLICATION-BY-CUST.
      *    Position on a customer's first application via the
      *    customer alternate key
      *    Input: LAP-CUSTOMER-ID in LOAN-APPLICATION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE LAP-CUSTOMER-ID TO LAF-CUSTOMER-ID.
           START LOAN-APPLICATION-FILE
                   KEY IS NOT LESS THAN LAF-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-LOAN-APPLICATION.
      *    Read the next application in the current key order
      *    Output: LOAN-APPLICATION-RECORD, WS-OPERATION-STATUS
           READ LOAN-APPLICATION-FILE NEXT RECORD
                   INTO LOAN-APPLICATION-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * LOAN RESTRUCTURE HISTORY OPERATIONS
      ******************************************************************

       INIT-LOAN-RESTRUCTURE-FILE.
      *    Initialize loan restructure history file if it doesn't
      *    exist
           OPEN OUTPUT LOAN-RESTRUCTURE-FILE.
           IF LOAN-RESTRUCTURE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize loan restructure '
                   'file'
               STOP RUN
           END-IF.
           CLOSE LOAN-RESTRUCTURE-FILE.

       OPEN-LOAN-RESTRUCTURE-FILE-IO.
      *    Open loan restructure history file for read/write
           OPEN I-O LOAN-RESTRUCTURE-FILE.
           IF LOAN-RESTRUCTURE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-LOAN-RESTRUCTURE-FILE
               OPEN I-O LOAN-RESTRUCTURE-FILE
           END-IF.
           MOVE LOAN-RESTRUCTURE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-LOAN-RESTRUCTURE-FILE.
           CLOSE LOAN-RESTRUCTURE-FILE.

       WRITE-LOAN-RESTRUCTURE.
      *    Write loan restructure history record to file
      *    Input: LOAN-RESTRUCTURE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE LOAN-RESTRUCTURE-FILE-REC
               FROM LOAN-RESTRUCTURE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-LOAN-RESTRUCTURE-BY-LOAN.
      *    Position the history file at the first restructure of
      *    the given loan
      *    Input: LRS-LOAN-ID in LOAN-RESTRUCTURE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE LRS-LOAN-ID TO LRF-LOAN-ID.
           MOVE 0 TO LRF-SEQ.
           START LOAN-RESTRUCTURE-FILE
               KEY IS NOT LESS THAN LRF-RESTRUCTURE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-LOAN-RESTRUCTURE-TOP.
      *    Position the history file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO LRF-RESTRUCTURE-KEY.
           START LOAN-RESTRUCTURE-FILE
               KEY IS NOT LESS THAN LRF-RESTRUCTURE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-LOAN-RESTRUCTURE.
      *    Read next restructure history record in key order
      *    Output: LOAN-RESTRUCTURE-RECORD, WS-OPERATION-STATUS
           READ LOAN-RESTRUCTURE-FILE NEXT RECORD
               INTO LOAN-RESTRUCTURE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * LOAN RECOVERY OPERATIONS
      ******************************************************************

       INIT-LOAN-RECOVERY-FILE.
      *    Initialize loan recovery file if it doesn't exist
           OPEN OUTPUT LOAN-RECOVERY-FILE.
           IF LOAN-RECOVERY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize loan recovery file'
               STOP RUN
           END-IF.
           CLOSE LOAN-RECOVERY-FILE.

       OPEN-LOAN-RECOVERY-FILE-IO.
      *    Open loan recovery file for read/write
           OPEN I-O LOAN-RECOVERY-FILE.
           IF LOAN-RECOVERY-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-LOAN-RECOVERY-FILE
               OPEN I-O LOAN-RECOVERY-FILE
           END-IF.
           MOVE LOAN-RECOVERY-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-LOAN-RECOVERY-FILE.
           CLOSE LOAN-RECOVERY-FILE.

       WRITE-LOAN-RECOVERY.
      *    Write loan recovery record to file
      *    Input: LOAN-RECOVERY-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE LOAN-RECOVERY-FILE-REC
               FROM LOAN-RECOVERY-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-LOAN-RECOVERY-BY-LOAN.
      *    Position the recovery file at the first recovery of the
      *    given loan
      *    Input: LRV-LOAN-ID in LOAN-RECOVERY-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE LRV-LOAN-ID TO LVF-LOAN-ID.
           MOVE 0 TO LVF-SEQ.
           START LOAN-RECOVERY-FILE
               KEY IS NOT LESS THAN LVF-RECOVERY-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-LOAN-RECOVERY-TOP.
      *    Position the recovery file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO LVF-RECOVERY-KEY.
           START LOAN-RECOVERY-FILE
               KEY IS NOT LESS THAN LVF-RECOVERY-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-LOAN-RECOVERY.
      *    Read next loan recovery record in key order
      *    Output: LOAN-RECOVERY-RECORD, WS-OPERATION-STATUS
           READ LOAN-RECOVERY-FILE NEXT RECORD
               INTO LOAN-RECOVERY-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * REFERENCE RATE OPERATIONS
      ******************************************************************

       INIT-REFERENCE-RATE-FILE.
      *    Initialize reference rate file if it doesn't exist
           OPEN OUTPUT REFERENCE-RATE-FILE.
           IF REFERENCE-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize reference rate file'
               STOP RUN
           END-IF.
           CLOSE REFERENCE-RATE-FILE.

       OPEN-REFERENCE-RATE-FILE-IO.
      *    Open reference rate file for read/write
           OPEN I-O REFERENCE-RATE-FILE.
           IF REFERENCE-RATE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-REFERENCE-RATE-FILE
               OPEN I-O REFERENCE-RATE-FILE
           END-IF.
           MOVE REFERENCE-RATE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-REFERENCE-RATE-FILE.
           CLOSE REFERENCE-RATE-FILE.

       WRITE-REFERENCE-RATE.
      *    Write reference rate record to file
      *    Input: REFERENCE-RATE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE REFERENCE-RATE-FILE-REC
               FROM REFERENCE-RATE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-REFERENCE-RATE.
      *    Read one reference rate by index code and effective date
      *    Input: RRT-INDEX-CODE, RRT-EFFECTIVE-DATE in
      *           REFERENCE-RATE-RECORD
      *    Output: REFERENCE-RATE-RECORD, WS-OPERATION-STATUS
           MOVE RRT-INDEX-CODE TO RRF-INDEX-CODE.
           MOVE RRT-EFFECTIVE-DATE TO RRF-EFFECTIVE-DATE.
           READ REFERENCE-RATE-FILE INTO REFERENCE-RATE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-REFERENCE-RATE.
      *    Update existing reference rate record
      *    Input: REFERENCE-RATE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE RRT-INDEX-CODE TO RRF-INDEX-CODE.
           MOVE RRT-EFFECTIVE-DATE TO RRF-EFFECTIVE-DATE.
           REWRITE REFERENCE-RATE-FILE-REC
               FROM REFERENCE-RATE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-REFERENCE-RATE-BY-INDEX.
      *    Position the reference rate file at the oldest value of
      *    the given index
      *    Input: RRT-INDEX-CODE in REFERENCE-RATE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE RRT-INDEX-CODE TO RRF-INDEX-CODE.
           MOVE 0 TO RRF-EFFECTIVE-DATE.
           START REFERENCE-RATE-FILE
               KEY IS NOT LESS THAN RRF-RATE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-REFERENCE-RATE-TOP.
      *    Position the reference rate file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO RRF-RATE-KEY.
           START REFERENCE-RATE-FILE
               KEY IS NOT LESS THAN RRF-RATE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-REFERENCE-RATE.
      *    Read next reference rate record in key order
      *    Output: REFERENCE-RATE-RECORD, WS-OPERATION-STATUS
           READ REFERENCE-RATE-FILE NEXT RECORD
               INTO REFERENCE-RATE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * INTEREST RATE SCHEDULE OPERATIONS
      ******************************************************************

       INIT-INTEREST-RATE-FILE.
      *    Initialize the interest rate schedule file, seeding one
      *    flat schedule per product at the rates the accrual jobs
      *    have always applied: 0.50% a month on SAVINGS and 0.625%
      *    a month on NOTICE over 30-day months, 18% a year on
      *    overdrafts over the actual year
           OPEN OUTPUT INTEREST-RATE-FILE.
           IF INTEREST-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize interest rate file'
               STOP RUN
           END-IF.

           INITIALIZE INTEREST-RATE-SCHEDULE-RECORD.
           MOVE 'SAVINGS' TO IRS-PRODUCT.
           MOVE 20000101 TO IRS-EFFECTIVE-DATE.
           MOVE 360 TO IRS-DAY-BASIS.
           MOVE 1 TO IRS-TIER-COUNT.
           MOVE 6.0000 TO IRS-TIER-RATE(1).
           WRITE INTEREST-RATE-FILE-REC
               FROM INTEREST-RATE-SCHEDULE-RECORD.

           INITIALIZE INTEREST-RATE-SCHEDULE-RECORD.
           MOVE 'NOTICE' TO IRS-PRODUCT.
           MOVE 20000101 TO IRS-EFFECTIVE-DATE.
           MOVE 360 TO IRS-DAY-BASIS.
           MOVE 1 TO IRS-TIER-COUNT.
           MOVE 7.5000 TO IRS-TIER-RATE(1).
           WRITE INTEREST-RATE-FILE-REC
               FROM INTEREST-RATE-SCHEDULE-RECORD.

           INITIALIZE INTEREST-RATE-SCHEDULE-RECORD.
           MOVE 'OVERDRAFT' TO IRS-PRODUCT.
           MOVE 20000101 TO IRS-EFFECTIVE-DATE.
           MOVE 365 TO IRS-DAY-BASIS.
           MOVE 1 TO IRS-TIER-COUNT.
           MOVE 18.0000 TO IRS-TIER-RATE(1).
           WRITE INTEREST-RATE-FILE-REC
               FROM INTEREST-RATE-SCHEDULE-RECORD.

           CLOSE INTEREST-RATE-FILE.

       OPEN-INTEREST-RATE-FILE-IO.
      *    Open interest rate schedule file for read/write
           OPEN I-O INTEREST-RATE-FILE.
           IF INTEREST-RATE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-INTEREST-RATE-FILE
               OPEN I-O INTEREST-RATE-FILE
           END-IF.
           MOVE INTEREST-RATE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-INTEREST-RATE-FILE.
           CLOSE INTEREST-RATE-FILE.

       TRUNCATE-INTEREST-RATE-FILE.
      *    Empty the schedule file WITHOUT the first-run seeding - the
      *    restore reloads every schedule from the backup set, and the
      *    seeded rows would collide with it
           OPEN OUTPUT INTEREST-RATE-FILE.
           CLOSE INTEREST-RATE-FILE.

       WRITE-INTEREST-RATE.
      *    Write interest rate schedule record to file
      *    Input: INTEREST-RATE-SCHEDULE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE INTEREST-RATE-FILE-REC
               FROM INTEREST-RATE-SCHEDULE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-INTEREST-RATE.
      *    Read one schedule by product and effective date
      *    Input: IRS-PRODUCT, IRS-EFFECTIVE-DATE in
      *           INTEREST-RATE-SCHEDULE-RECORD
      *    Output: INTEREST-RATE-SCHEDULE-RECORD, WS-OPERATION-STATUS
           MOVE IRS-PRODUCT TO IRSF-PRODUCT.
           MOVE IRS-EFFECTIVE-DATE TO IRSF-EFFECTIVE-DATE.
           READ INTEREST-RATE-FILE INTO INTEREST-RATE-SCHEDULE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-INTEREST-RATE.
      *    Update existing interest rate schedule record
      *    Input: INTEREST-RATE-SCHEDULE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE IRS-PRODUCT TO IRSF-PRODUCT.
           MOVE IRS-EFFECTIVE-DATE TO IRSF-EFFECTIVE-DATE.
           REWRITE INTEREST-RATE-FILE-REC
               FROM INTEREST-RATE-SCHEDULE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-INTEREST-RATE-BY-PRODUCT.
      *    Position the schedule file at the oldest schedule of the
      *    given product
      *    Input: IRS-PRODUCT in INTEREST-RATE-SCHEDULE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE IRS-PRODUCT TO IRSF-PRODUCT.
           MOVE 0 TO IRSF-EFFECTIVE-DATE.
           START INTEREST-RATE-FILE
               KEY IS NOT LESS THAN IRSF-SCHEDULE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-INTEREST-RATE-TOP.
      *    Position the schedule file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO IRSF-SCHEDULE-KEY.
           START INTEREST-RATE-FILE
               KEY IS NOT LESS THAN IRSF-SCHEDULE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-INTEREST-RATE.
      *    Read next interest rate schedule record in key order
      *    Output: INTEREST-RATE-SCHEDULE-RECORD, WS-OPERATION-STATUS
           READ INTEREST-RATE-FILE NEXT RECORD
               INTO INTEREST-RATE-SCHEDULE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * TERM DEPOSIT RATE CARD OPERATIONS
      ******************************************************************

       INIT-TD-RATE-CARD-FILE.
      *    Initialize term deposit rate card file if it doesn't exist
           OPEN OUTPUT TD-RATE-CARD-FILE.
           IF TD-RATE-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize TD rate card file'
               STOP RUN
           END-IF.
           CLOSE TD-RATE-CARD-FILE.

       OPEN-TD-RATE-CARD-FILE-IO.
      *    Open term deposit rate card file for read/write
           OPEN I-O TD-RATE-CARD-FILE.
           IF TD-RATE-CARD-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-TD-RATE-CARD-FILE
               OPEN I-O TD-RATE-CARD-FILE
           END-IF.
           MOVE TD-RATE-CARD-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-TD-RATE-CARD-FILE.
           CLOSE TD-RATE-CARD-FILE.

       WRITE-TD-RATE-CARD.
      *    Write term deposit rate card row to file
      *    Input: TD-RATE-CARD-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE TD-RATE-CARD-FILE-REC FROM TD-RATE-CARD-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-TD-RATE-CARD.
      *    Read one rate card row by its full key
      *    Input: TDR-CURRENCY, TDR-TERM-MONTHS, TDR-BAND-FLOOR,
      *           TDR-EFFECTIVE-DATE, TDR-ROW-KIND in
      *           TD-RATE-CARD-RECORD
      *    Output: TD-RATE-CARD-RECORD, WS-OPERATION-STATUS
           MOVE TDR-CURRENCY TO TDRF-CURRENCY.
           MOVE TDR-TERM-MONTHS TO TDRF-TERM-MONTHS.
           MOVE TDR-BAND-FLOOR TO TDRF-BAND-FLOOR.
           MOVE TDR-EFFECTIVE-DATE TO TDRF-EFFECTIVE-DATE.
           MOVE TDR-ROW-KIND TO TDRF-ROW-KIND.
           READ TD-RATE-CARD-FILE INTO TD-RATE-CARD-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-TD-RATE-CARD.
      *    Update existing term deposit rate card row
      *    Input: TD-RATE-CARD-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE TDR-CURRENCY TO TDRF-CURRENCY.
           MOVE TDR-TERM-MONTHS TO TDRF-TERM-MONTHS.
           MOVE TDR-BAND-FLOOR TO TDRF-BAND-FLOOR.
           MOVE TDR-EFFECTIVE-DATE TO TDRF-EFFECTIVE-DATE.
           MOVE TDR-ROW-KIND TO TDRF-ROW-KIND.
           REWRITE TD-RATE-CARD-FILE-REC FROM TD-RATE-CARD-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-TD-RATE-CARD-BY-CURRENCY.
      *    Position the rate card at the first row of a currency
      *    Input: TDR-CURRENCY in TD-RATE-CARD-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO TDRF-CARD-KEY.
           MOVE TDR-CURRENCY TO TDRF-CURRENCY.
           START TD-RATE-CARD-FILE
               KEY IS NOT LESS THAN TDRF-CARD-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-TD-RATE-CARD-TOP.
      *    Position the rate card at the very first row
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO TDRF-CARD-KEY.
           START TD-RATE-CARD-FILE
               KEY IS NOT LESS THAN TDRF-CARD-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-TD-RATE-CARD.
      *    Read next term deposit rate card row in key order
      *    Output: TD-RATE-CARD-RECORD, WS-OPERATION-STATUS
           READ TD-RATE-CARD-FILE NEXT RECORD
               INTO TD-RATE-CARD-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * TERM DEPOSIT RATE EXCEPTION OPERATIONS
      ******************************************************************

       INIT-TD-RATE-EXCEPTION-FILE.
      *    Initialize rate exception file if it doesn't exist
           OPEN OUTPUT TD-RATE-EXCEPTION-FILE.
           IF TD-RATE-EXCEPTION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize TD rate exception '
                   'file'
               STOP RUN
           END-IF.
           CLOSE TD-RATE-EXCEPTION-FILE.

       OPEN-TD-RATE-EXCEPTION-FILE-IO.
      *    Open rate exception file for read/write
           OPEN I-O TD-RATE-EXCEPTION-FILE.
           IF TD-RATE-EXCEPTION-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-TD-RATE-EXCEPTION-FILE
               OPEN I-O TD-RATE-EXCEPTION-FILE
           END-IF.
           MOVE TD-RATE-EXCEPTION-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-TD-RATE-EXCEPTION-FILE.
           CLOSE TD-RATE-EXCEPTION-FILE.

       WRITE-TD-RATE-EXCEPTION.
      *    Write rate exception record to file
      *    Input: TD-RATE-EXCEPTION-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE TD-RATE-EXCEPTION-FILE-REC
               FROM TD-RATE-EXCEPTION-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-TD-RATE-EXCEPTION-FROM-DATE.
      *    Position the exception file at the first row opened on or
      *    after a date
      *    Input: TDX-OPEN-DATE in TD-RATE-EXCEPTION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE TDX-OPEN-DATE TO TDXF-OPEN-DATE.
           MOVE 0 TO TDXF-ACCOUNT-ID.
           START TD-RATE-EXCEPTION-FILE
               KEY IS NOT LESS THAN TDXF-EXCEPTION-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-TD-RATE-EXCEPTION-TOP.
      *    Position the exception file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO TDXF-EXCEPTION-KEY.
           START TD-RATE-EXCEPTION-FILE
               KEY IS NOT LESS THAN TDXF-EXCEPTION-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-TD-RATE-EXCEPTION.
      *    Read next rate exception record in key order
      *    Output: TD-RATE-EXCEPTION-RECORD, WS-OPERATION-STATUS
           READ TD-RATE-EXCEPTION-FILE NEXT RECORD
               INTO TD-RATE-EXCEPTION-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * PROCESSING CUT-OFF OPERATIONS
      ******************************************************************

       INIT-CUTOFF-FILE.
      *    Initialize the cut-off file, seeding the branch's
      *    published cut-offs: wires 15:00 at the counter and online,
      *    internal transfers 19:00 at the counter and 22:00 online,
      *    bill payments 16:00 at the counter and 20:00 online,
      *    collector direct debit files 14:00, cheque deposits
      *    16:00 at the counter, and positive pay decisions 11:00 on
      *    the business day after presentation
           OPEN OUTPUT CUTOFF-FILE.
           IF CUTOFF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize cut-off file'
               STOP RUN
           END-IF.

           MOVE 'WIRE' TO CUT-PAYMENT-TYPE.
           MOVE 'TELLER' TO CUT-CHANNEL.
           MOVE 1500 TO CUT-TIME.
           PERFORM WRITE-SEED-CUTOFF.
           MOVE 'ONLINE' TO CUT-CHANNEL.
           PERFORM WRITE-SEED-CUTOFF.

           MOVE 'XFER' TO CUT-PAYMENT-TYPE.
           MOVE 'TELLER' TO CUT-CHANNEL.
           MOVE 1900 TO CUT-TIME.
           PERFORM WRITE-SEED-CUTOFF.
           MOVE 'ONLINE' TO CUT-CHANNEL.
           MOVE 2200 TO CUT-TIME.
           PERFORM WRITE-SEED-CUTOFF.

           MOVE 'BILLPAY' TO CUT-PAYMENT-TYPE.
           MOVE 'TELLER' TO CUT-CHANNEL.
           MOVE 1600 TO CUT-TIME.
           PERFORM WRITE-SEED-CUTOFF.
           MOVE 'ONLINE' TO CUT-CHANNEL.
           MOVE 2000 TO CUT-TIME.
           PERFORM WRITE-SEED-CUTOFF.

           MOVE 'DDEBIT' TO CUT-PAYMENT-TYPE.
           MOVE 'BATCH' TO CUT-CHANNEL.
           MOVE 1400 TO CUT-TIME.
           PERFORM WRITE-SEED-CUTOFF.

           MOVE 'CHQDEP' TO CUT-PAYMENT-TYPE.
           MOVE 'TELLER' TO CUT-CHANNEL.
           MOVE 1600 TO CUT-TIME.
           PERFORM WRITE-SEED-CUTOFF.

           MOVE 'PPAY' TO CUT-PAYMENT-TYPE.
           MOVE 'BATCH' TO CUT-CHANNEL.
           MOVE 1100 TO CUT-TIME.
           PERFORM WRITE-SEED-CUTOFF.

           CLOSE CUTOFF-FILE.

       WRITE-SEED-CUTOFF.
      *    Write one first-run cut-off row, entered by the system
           MOVE 0 TO CUT-UPDATED-BY.
           MOVE SPACES TO CUT-UPDATED-TS.
           MOVE SPACES TO CUT-FILLER.
           WRITE CUTOFF-FILE-REC FROM CUTOFF-RECORD.

       OPEN-CUTOFF-FILE-IO.
      *    Open cut-off file for read/write
           OPEN I-O CUTOFF-FILE.
           IF CUTOFF-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-CUTOFF-FILE
               OPEN I-O CUTOFF-FILE
           END-IF.
           MOVE CUTOFF-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CUTOFF-FILE.
           CLOSE CUTOFF-FILE.

       TRUNCATE-CUTOFF-FILE.
      *    Empty the cut-off file WITHOUT the first-run seeding - the
      *    restore reloads every row from the backup set, and the
      *    seeded rows would collide with it
           OPEN OUTPUT CUTOFF-FILE.
           CLOSE CUTOFF-FILE.

       WRITE-CUTOFF.
      *    Write cut-off record to file
      *    Input: CUTOFF-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE CUTOFF-FILE-REC FROM CUTOFF-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-CUTOFF.
      *    Read one cut-off by payment type and channel
      *    Input: CUT-PAYMENT-TYPE, CUT-CHANNEL in CUTOFF-RECORD
      *    Output: CUTOFF-RECORD, WS-OPERATION-STATUS
           MOVE CUT-PAYMENT-TYPE TO CUTF-PAYMENT-TYPE.
           MOVE CUT-CHANNEL TO CUTF-CHANNEL.
           READ CUTOFF-FILE INTO CUTOFF-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-CUTOFF.
      *    Update existing cut-off record
      *    Input: CUTOFF-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CUT-PAYMENT-TYPE TO CUTF-PAYMENT-TYPE.
           MOVE CUT-CHANNEL TO CUTF-CHANNEL.
           REWRITE CUTOFF-FILE-REC FROM CUTOFF-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-CUTOFF-FILE-TOP.
      *    Position the cut-off file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO CUTF-CUTOFF-KEY.
           START CUTOFF-FILE
               KEY IS NOT LESS THAN CUTF-CUTOFF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-CUTOFF.
      *    Read next cut-off record in key order
      *    Output: CUTOFF-RECORD, WS-OPERATION-STATUS
           READ CUTOFF-FILE NEXT RECORD
               INTO CUTOFF-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * POSITIVE PAY ENROLMENT OPERATIONS
      ******************************************************************

       INIT-POSITIVE-PAY-FILE.
      *    Initialize the positive pay enrolment file
           OPEN OUTPUT POSITIVE-PAY-FILE.
           IF POSITIVE-PAY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize positive pay file'
               STOP RUN
           END-IF.
           CLOSE POSITIVE-PAY-FILE.

       OPEN-POSITIVE-PAY-FILE-IO.
      *    Open positive pay enrolment file for read/write
           OPEN I-O POSITIVE-PAY-FILE.
           IF POSITIVE-PAY-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-POSITIVE-PAY-FILE
               OPEN I-O POSITIVE-PAY-FILE
           END-IF.
           MOVE POSITIVE-PAY-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-POSITIVE-PAY-FILE.
           CLOSE POSITIVE-PAY-FILE.

       WRITE-POSITIVE-PAY.
      *    Write positive pay enrolment record to file
      *    Input: POSITIVE-PAY-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE POSITIVE-PAY-FILE-REC FROM POSITIVE-PAY-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-POSITIVE-PAY.
      *    Read one enrolment by account
      *    Input: PPY-ACCOUNT-ID in POSITIVE-PAY-RECORD
      *    Output: POSITIVE-PAY-RECORD, WS-OPERATION-STATUS
           MOVE PPY-ACCOUNT-ID TO PPYF-ACCOUNT-ID.
           READ POSITIVE-PAY-FILE INTO POSITIVE-PAY-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-POSITIVE-PAY.
      *    Update existing enrolment record
      *    Input: POSITIVE-PAY-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE PPY-ACCOUNT-ID TO PPYF-ACCOUNT-ID.
           REWRITE POSITIVE-PAY-FILE-REC FROM POSITIVE-PAY-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-POSITIVE-PAY-FILE-TOP.
      *    Position the enrolment file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO PPYF-ACCOUNT-ID.
           START POSITIVE-PAY-FILE
               KEY IS NOT LESS THAN PPYF-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-POSITIVE-PAY.
      *    Read next enrolment record in account order
      *    Output: POSITIVE-PAY-RECORD, WS-OPERATION-STATUS
           READ POSITIVE-PAY-FILE NEXT RECORD
               INTO POSITIVE-PAY-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * POSITIVE PAY ISSUED-CHEQUE FILE OPERATIONS
      ******************************************************************

       OPEN-PPAY-ISSUE-IN-FILE-INPUT.
      *    Open the issued-cheque file for reading
           OPEN INPUT PPAY-ISSUE-IN-FILE.
           MOVE PPAY-ISSUE-IN-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-PPAY-ISSUE-IN-FILE.
           CLOSE PPAY-ISSUE-IN-FILE.

       READ-NEXT-PPAY-ISSUE-LINE.
      *    Read one raw line from the issued-cheque file
      *    Output: PPAY-ISSUE-LINE, WS-OPERATION-STATUS
           READ PPAY-ISSUE-IN-FILE INTO PPAY-ISSUE-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * POSITIVE PAY EXCEPTION OPERATIONS
      ******************************************************************

       INIT-PPAY-EXCEPTION-FILE.
      *    Initialize the positive pay exception file
           OPEN OUTPUT PPAY-EXCEPTION-FILE.
           IF PPAY-EXCEPTION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize positive pay '
                   'exception file'
               STOP RUN
           END-IF.
           CLOSE PPAY-EXCEPTION-FILE.

       OPEN-PPAY-EXCEPTION-FILE-IO.
      *    Open positive pay exception file for read/write
           OPEN I-O PPAY-EXCEPTION-FILE.
           IF PPAY-EXCEPTION-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-PPAY-EXCEPTION-FILE
               OPEN I-O PPAY-EXCEPTION-FILE
           END-IF.
           MOVE PPAY-EXCEPTION-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-PPAY-EXCEPTION-FILE.
           CLOSE PPAY-EXCEPTION-FILE.

       WRITE-PPAY-EXCEPTION.
      *    Write positive pay exception record to file
      *    Input: PPAY-EXCEPTION-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE PPAY-EXCEPTION-FILE-REC FROM PPAY-EXCEPTION-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-PPAY-EXCEPTION.
      *    Read one exception by account and cheque number
      *    Input: PPX-ACCOUNT-ID, PPX-CHEQUE-NUMBER in
      *           PPAY-EXCEPTION-RECORD
      *    Output: PPAY-EXCEPTION-RECORD, WS-OPERATION-STATUS
           MOVE PPX-ACCOUNT-ID TO PPXF-ACCOUNT-ID.
           MOVE PPX-CHEQUE-NUMBER TO PPXF-CHEQUE-NUMBER.
           READ PPAY-EXCEPTION-FILE INTO PPAY-EXCEPTION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-PPAY-EXCEPTION.
      *    Update existing exception record
      *    Input: PPAY-EXCEPTION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE PPX-ACCOUNT-ID TO PPXF-ACCOUNT-ID.
           MOVE PPX-CHEQUE-NUMBER TO PPXF-CHEQUE-NUMBER.
           REWRITE PPAY-EXCEPTION-FILE-REC FROM PPAY-EXCEPTION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-PPAY-EXCEPTION-FILE-TOP.
      *    Position the exception file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO PPXF-EXCEPTION-KEY.
           START PPAY-EXCEPTION-FILE
               KEY IS NOT LESS THAN PPXF-EXCEPTION-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-PPAY-EXCEPTION-FROM-ACCOUNT.
      *    Position the exception file at an account's first cheque
      *    Input: PPX-ACCOUNT-ID in PPAY-EXCEPTION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE PPX-ACCOUNT-ID TO PPXF-ACCOUNT-ID.
           MOVE 0 TO PPXF-CHEQUE-NUMBER.
           START PPAY-EXCEPTION-FILE
               KEY IS NOT LESS THAN PPXF-EXCEPTION-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-PPAY-EXCEPTION.
      *    Read next exception record in key order
      *    Output: PPAY-EXCEPTION-RECORD, WS-OPERATION-STATUS
           READ PPAY-EXCEPTION-FILE NEXT RECORD
               INTO PPAY-EXCEPTION-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * INSTANT PAYMENT OPERATIONS
      ******************************************************************

       INIT-INSTANT-PAYMENT-FILE.
      *    Initialize the instant payment file
           OPEN OUTPUT INSTANT-PAYMENT-FILE.
           IF INSTANT-PAYMENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize instant payment file'
               STOP RUN
           END-IF.
           CLOSE INSTANT-PAYMENT-FILE.

       OPEN-INSTANT-PAYMENT-FILE-IO.
      *    Open instant payment file for read/write
           OPEN I-O INSTANT-PAYMENT-FILE.
           IF INSTANT-PAYMENT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-INSTANT-PAYMENT-FILE
               OPEN I-O INSTANT-PAYMENT-FILE
           END-IF.
           MOVE INSTANT-PAYMENT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-INSTANT-PAYMENT-FILE.
           CLOSE INSTANT-PAYMENT-FILE.

       WRITE-INSTANT-PAYMENT.
      *    Write instant payment record to file
      *    Input: INSTANT-PAYMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE INSTANT-PAYMENT-FILE-REC FROM INSTANT-PAYMENT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-INSTANT-PAYMENT.
      *    Read one instant payment by reference
      *    Input: IPM-REFERENCE in INSTANT-PAYMENT-RECORD
      *    Output: INSTANT-PAYMENT-RECORD, WS-OPERATION-STATUS
           MOVE IPM-REFERENCE TO IPMF-REFERENCE.
           READ INSTANT-PAYMENT-FILE INTO INSTANT-PAYMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-INSTANT-PAYMENT.
      *    Update existing instant payment record
      *    Input: INSTANT-PAYMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE IPM-REFERENCE TO IPMF-REFERENCE.
           REWRITE INSTANT-PAYMENT-FILE-REC FROM INSTANT-PAYMENT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-INSTANT-PAYMENT-FILE-TOP.
      *    Position the instant payment file at the first reference
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO IPMF-REFERENCE.
           START INSTANT-PAYMENT-FILE
               KEY IS NOT LESS THAN IPMF-REFERENCE
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-INSTANT-PAYMENT.
      *    Read next instant payment in reference order
      *    Output: INSTANT-PAYMENT-RECORD, WS-OPERATION-STATUS
           READ INSTANT-PAYMENT-FILE NEXT RECORD
               INTO INSTANT-PAYMENT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-INSTANT-PAYMENTS-BY-ACCOUNT.
      *    Position the instant payment file at an account's first
      *    payment
      *    Input: IPM-ACCOUNT-ID in INSTANT-PAYMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE IPM-ACCOUNT-ID TO IPMF-ACCOUNT-ID.
           START INSTANT-PAYMENT-FILE
               KEY IS NOT LESS THAN IPMF-ACCOUNT-ID
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-INSTANT-PAYMENT-BY-ACCOUNT.
      *    Read next instant payment in account order - the key of
      *    reference was already fixed by
      *    START-INSTANT-PAYMENTS-BY-ACCOUNT
      *    Output: INSTANT-PAYMENT-RECORD, WS-OPERATION-STATUS
           READ INSTANT-PAYMENT-FILE NEXT RECORD
               INTO INSTANT-PAYMENT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * INSTANT PAYMENT POSITION OPERATIONS
      ******************************************************************

       INIT-IPAY-POSITION-FILE.
      *    Initialize the instant payment position file
           OPEN OUTPUT IPAY-POSITION-FILE.
           IF IPAY-POSITION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize instant payment '
                   'position file'
               STOP RUN
           END-IF.
           CLOSE IPAY-POSITION-FILE.

       OPEN-IPAY-POSITION-FILE-IO.
      *    Open instant payment position file for read/write
           OPEN I-O IPAY-POSITION-FILE.
           IF IPAY-POSITION-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-IPAY-POSITION-FILE
               OPEN I-O IPAY-POSITION-FILE
           END-IF.
           MOVE IPAY-POSITION-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-IPAY-POSITION-FILE.
           CLOSE IPAY-POSITION-FILE.

       WRITE-IPAY-POSITION.
      *    Write instant payment position record to file
      *    Input: IPAY-POSITION-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE IPAY-POSITION-FILE-REC FROM IPAY-POSITION-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-IPAY-POSITION.
      *    Read the position of one scheme
      *    Input: IPP-SCHEME-ID in IPAY-POSITION-RECORD
      *    Output: IPAY-POSITION-RECORD, WS-OPERATION-STATUS
           MOVE IPP-SCHEME-ID TO IPPF-SCHEME-ID.
           READ IPAY-POSITION-FILE INTO IPAY-POSITION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-IPAY-POSITION.
      *    Update existing position record
      *    Input: IPAY-POSITION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE IPP-SCHEME-ID TO IPPF-SCHEME-ID.
           REWRITE IPAY-POSITION-FILE-REC FROM IPAY-POSITION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-IPAY-POSITION-FILE-TOP.
      *    Position the position file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO IPPF-SCHEME-ID.
           START IPAY-POSITION-FILE
               KEY IS NOT LESS THAN IPPF-SCHEME-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-IPAY-POSITION.
      *    Read next position record in scheme order
      *    Output: IPAY-POSITION-RECORD, WS-OPERATION-STATUS
           READ IPAY-POSITION-FILE NEXT RECORD
               INTO IPAY-POSITION-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * INSTANT PAYMENT SCHEME MESSAGE FILE OPERATIONS
      ******************************************************************

       INIT-IPAY-OUTBOX-FILE.
      *    Create an empty outbound scheme message file
           OPEN OUTPUT IPAY-OUTBOX-FILE.
           IF IPAY-OUTBOX-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize instant payment '
                   'outbox file'
               STOP RUN
           END-IF.
           CLOSE IPAY-OUTBOX-FILE.

       OPEN-IPAY-OUTBOX-FILE-EXTEND.
      *    Open the outbound message file for append (same idiom as
      *    OPEN-LEDGER-FILE-EXTEND) - the gateway collects and clears
      *    it, so every message is added to what is still waiting
           OPEN EXTEND IPAY-OUTBOX-FILE.
           IF IPAY-OUTBOX-FILE-STATUS = '35'
               PERFORM INIT-IPAY-OUTBOX-FILE
               OPEN EXTEND IPAY-OUTBOX-FILE
           END-IF.
           MOVE IPAY-OUTBOX-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-IPAY-OUTBOX-FILE.
           CLOSE IPAY-OUTBOX-FILE.

       WRITE-IPAY-OUTBOX-LINE.
      *    Write one formatted scheme message
      *    Input: IPAY-OUTBOX-LINE
           WRITE IPAY-OUTBOX-FILE-REC FROM IPAY-OUTBOX-LINE.
           MOVE IPAY-OUTBOX-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-IPAY-INBOX-FILE-INPUT.
      *    Open the inbound scheme message file for reading
           OPEN INPUT IPAY-INBOX-FILE.
           MOVE IPAY-INBOX-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-IPAY-INBOX-FILE.
           CLOSE IPAY-INBOX-FILE.

       READ-NEXT-IPAY-INBOX-LINE.
      *    Read one raw line from the inbound scheme message file
      *    Output: IPAY-INBOX-LINE, WS-OPERATION-STATUS
           READ IPAY-INBOX-FILE INTO IPAY-INBOX-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       OPEN-IPAY-STMT-FILE-INPUT.
      *    Open the scheme settlement statement for reading
           OPEN INPUT IPAY-STMT-FILE.
           MOVE IPAY-STMT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-IPAY-STMT-FILE.
           CLOSE IPAY-STMT-FILE.

       READ-NEXT-IPAY-STMT-LINE.
      *    Read one raw line from the scheme settlement statement
      *    Output: IPAY-STMT-LINE, WS-OPERATION-STATUS
           READ IPAY-STMT-FILE INTO IPAY-STMT-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * OPERATOR SESSION REGISTER OPERATIONS
      ******************************************************************

       INIT-SESSION-FILE.
      *    Initialize the operator session register
           OPEN OUTPUT SESSION-FILE.
           IF SESSION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize session register'
               STOP RUN
           END-IF.
           CLOSE SESSION-FILE.

       OPEN-SESSION-FILE-IO.
      *    Open the operator session register for read/write
           OPEN I-O SESSION-FILE.
           IF SESSION-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-SESSION-FILE
               OPEN I-O SESSION-FILE
           END-IF.
           MOVE SESSION-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-SESSION-FILE.
           CLOSE SESSION-FILE.

       WRITE-SESSION.
      *    Write session record to file
      *    Input: SESSION-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE SESSION-FILE-REC FROM SESSION-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-SESSION.
      *    Read one session by session ID
      *    Input: SES-SESSION-ID in SESSION-RECORD
      *    Output: SESSION-RECORD, WS-OPERATION-STATUS
           MOVE SES-SESSION-ID TO SESF-SESSION-ID.
           READ SESSION-FILE INTO SESSION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-SESSION.
      *    Update existing session record
      *    Input: SESSION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SES-SESSION-ID TO SESF-SESSION-ID.
           REWRITE SESSION-FILE-REC FROM SESSION-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-SESSION-FILE-TOP.
      *    Position the session register at the first session
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO SESF-SESSION-ID.
           START SESSION-FILE
               KEY IS NOT LESS THAN SESF-SESSION-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-SESSION.
      *    Read next session in session ID order
      *    Output: SESSION-RECORD, WS-OPERATION-STATUS
           READ SESSION-FILE NEXT RECORD INTO SESSION-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-SESSIONS-BY-OPERATOR.
      *    Position the session register at an operator's first
      *    session
      *    Input: SES-OPERATOR-ID in SESSION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE SES-OPERATOR-ID TO SESF-OPERATOR-ID.
           START SESSION-FILE
               KEY IS NOT LESS THAN SESF-OPERATOR-ID
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-SESSION-BY-OPERATOR.
      *    Read next session in operator order - the key of
      *    reference was already fixed by START-SESSIONS-BY-OPERATOR
      *    Output: SESSION-RECORD, WS-OPERATION-STATUS
           READ SESSION-FILE NEXT RECORD INTO SESSION-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * REFERENCE DATA CHANGE FILE OPERATIONS
      ******************************************************************

       INIT-REF-CHANGE-FILE.
      *    Initialize the reference data change history
           OPEN OUTPUT REF-CHANGE-FILE.
           IF REF-CHANGE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize ref change file'
               STOP RUN
           END-IF.
           CLOSE REF-CHANGE-FILE.

       OPEN-REF-CHANGE-FILE-IO.
      *    Open the reference data change history for read/write
           OPEN I-O REF-CHANGE-FILE.
           IF REF-CHANGE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-REF-CHANGE-FILE
               OPEN I-O REF-CHANGE-FILE
           END-IF.
           MOVE REF-CHANGE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-REF-CHANGE-FILE.
           CLOSE REF-CHANGE-FILE.

       WRITE-REF-CHANGE.
      *    Write one new reference data change
      *    Input: REF-CHANGE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE REF-CHANGE-FILE-REC FROM REF-CHANGE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-REF-CHANGE.
      *    Read one reference data change by change number
      *    Input: RFC-CHANGE-ID in REF-CHANGE-RECORD
      *    Output: REF-CHANGE-RECORD, WS-OPERATION-STATUS
           MOVE RFC-CHANGE-ID TO RCF-CHANGE-ID.
           READ REF-CHANGE-FILE INTO REF-CHANGE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-REF-CHANGE.
      *    Rewrite one reference data change (the checker's decision)
      *    Input: REF-CHANGE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE RFC-CHANGE-ID TO RCF-CHANGE-ID.
           REWRITE REF-CHANGE-FILE-REC FROM REF-CHANGE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-REF-CHANGE-FILE-TOP.
      *    Position the change history at the lowest change number
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO RCF-CHANGE-ID.
           START REF-CHANGE-FILE
               KEY IS NOT LESS THAN RCF-CHANGE-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-REF-CHANGE.
      *    Read the next change in the current key order
      *    Output: REF-CHANGE-RECORD, WS-OPERATION-STATUS
           READ REF-CHANGE-FILE NEXT RECORD INTO REF-CHANGE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-REF-CHANGES-BY-TABLE.
      *    Position the change history at a table's first change;
      *    READ-NEXT-REF-CHANGE then follows the table key
      *    Input: RFC-TABLE in REF-CHANGE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE RFC-TABLE TO RCF-TABLE.
           START REF-CHANGE-FILE
               KEY IS NOT LESS THAN RCF-TABLE
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

      ******************************************************************
      * FEE TARIFF FILE OPERATIONS
      ******************************************************************

       INIT-FEE-TARIFF-FILE.
      *    Seed the tariff with the charges FEES.COB used to carry as
      *    a compiled table, so pricing is unchanged until a tariff
      *    change is approved
           OPEN OUTPUT FEE-TARIFF-FILE.
           IF FEE-TARIFF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize fee tariff file'
               STOP RUN
           END-IF.

           MOVE SPACES TO FEE-TARIFF-RECORD.
           MOVE 0 TO FTR-CHANGE-ID.
           MOVE '20260101000000' TO FTR-UPDATED-TS.

           MOVE 'TRANSFER' TO FTR-TXN-TYPE.
           MOVE 'WIRE' TO FTR-CHANNEL.
           MOVE 25.00 TO FTR-FEE.
           WRITE FEE-TARIFF-FILE-REC FROM FEE-TARIFF-RECORD.

           MOVE 'TRANSFER' TO FTR-TXN-TYPE.
           MOVE 'ATM' TO FTR-CHANNEL.
           MOVE 2.50 TO FTR-FEE.
           WRITE FEE-TARIFF-FILE-REC FROM FEE-TARIFF-RECORD.

           MOVE 'DEBIT' TO FTR-TXN-TYPE.
           MOVE 'ATM' TO FTR-CHANNEL.
           MOVE 2.50 TO FTR-FEE.
           WRITE FEE-TARIFF-FILE-REC FROM FEE-TARIFF-RECORD.

           CLOSE FEE-TARIFF-FILE.

       TRUNCATE-FEE-TARIFF-FILE.
      *    Empty the fee tariff WITHOUT the first-run seeding - the
      *    restore reloads every row from the backup set, and the
      *    seeded rows would collide with it
           OPEN OUTPUT FEE-TARIFF-FILE.
           CLOSE FEE-TARIFF-FILE.

       OPEN-FEE-TARIFF-FILE-IO.
      *    Open the fee tariff for read/write, seeding it on first use
           OPEN I-O FEE-TARIFF-FILE.
           IF FEE-TARIFF-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-FEE-TARIFF-FILE
               OPEN I-O FEE-TARIFF-FILE
           END-IF.
           MOVE FEE-TARIFF-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-FEE-TARIFF-FILE.
           CLOSE FEE-TARIFF-FILE.

       WRITE-FEE-TARIFF.
      *    Write one new tariff row
      *    Input: FEE-TARIFF-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE FEE-TARIFF-FILE-REC FROM FEE-TARIFF-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-FEE-TARIFF.
      *    Read the tariff row for one type and channel
      *    Input: FTR-KEY in FEE-TARIFF-RECORD
      *    Output: FEE-TARIFF-RECORD, WS-OPERATION-STATUS
           MOVE FTR-KEY TO FTF-KEY.
           READ FEE-TARIFF-FILE INTO FEE-TARIFF-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-FEE-TARIFF.
      *    Rewrite one tariff row (an approved fee change)
      *    Input: FEE-TARIFF-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE FTR-KEY TO FTF-KEY.
           REWRITE FEE-TARIFF-FILE-REC FROM FEE-TARIFF-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-FEE-TARIFF-FILE-TOP.
      *    Position the tariff at its first type and channel
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO FTF-KEY.
           START FEE-TARIFF-FILE
               KEY IS NOT LESS THAN FTF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-FEE-TARIFF.
      *    Read the next tariff row in type and channel order
      *    Output: FEE-TARIFF-RECORD, WS-OPERATION-STATUS
           READ FEE-TARIFF-FILE NEXT RECORD INTO FEE-TARIFF-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * PRODUCT CATALOGUE FILE OPERATIONS
      ******************************************************************

       INIT-PRODUCT-FILE.
      *    Seed the catalogue with one base product per account type,
      *    coded as the type itself, carrying the terms the opening
      *    screen and the batch jobs used to have compiled in - so
      *    accounts migrated onto their type's product price exactly
      *    as before until a catalogue change is approved
           OPEN OUTPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize product file'
               STOP RUN
           END-IF.

           MOVE SPACES TO PRODUCT-RECORD.
           MOVE 'ACTIVE' TO PRD-STATUS.
           MOVE 0 TO PRD-MIN-OPEN-DEPOSIT.
           MOVE 0 TO PRD-MIN-AGE.
           MOVE 0 TO PRD-MAX-AGE.
           MOVE 0 TO PRD-CHANGE-ID.
           MOVE '20260101000000' TO PRD-UPDATED-TS.

           MOVE 'CHECKING' TO PRD-CODE.
           MOVE 'CHECKING' TO PRD-ACCOUNT-TYPE.
           MOVE 'Current Account' TO PRD-NAME.
           MOVE 100.00 TO PRD-MIN-BALANCE.
           MOVE 10.00 TO PRD-MAINT-FEE.
           MOVE SPACES TO PRD-INT-SCHEDULE.
           WRITE PRODUCT-FILE-REC FROM PRODUCT-RECORD.

           MOVE 'SAVINGS' TO PRD-CODE.
           MOVE 'SAVINGS' TO PRD-ACCOUNT-TYPE.
           MOVE 'Savings Account' TO PRD-NAME.
           MOVE 0 TO PRD-MIN-BALANCE.
           MOVE 0 TO PRD-MAINT-FEE.
           MOVE 'SAVINGS' TO PRD-INT-SCHEDULE.
           WRITE PRODUCT-FILE-REC FROM PRODUCT-RECORD.

           MOVE 'NOTICE' TO PRD-CODE.
           MOVE 'NOTICE' TO PRD-ACCOUNT-TYPE.
           MOVE 'Notice Savings (30 days)' TO PRD-NAME.
           MOVE 'NOTICE' TO PRD-INT-SCHEDULE.
           WRITE PRODUCT-FILE-REC FROM PRODUCT-RECORD.

           MOVE 'TERM' TO PRD-CODE.
           MOVE 'TERM' TO PRD-ACCOUNT-TYPE.
           MOVE 'Term Deposit' TO PRD-NAME.
           MOVE SPACES TO PRD-INT-SCHEDULE.
           WRITE PRODUCT-FILE-REC FROM PRODUCT-RECORD.

           CLOSE PRODUCT-FILE.

       TRUNCATE-PRODUCT-FILE.
      *    Empty the catalogue WITHOUT the first-run seeding - the
      *    restore reloads every product from the backup set, and
      *    the seeded rows would collide with it
           OPEN OUTPUT PRODUCT-FILE.
           CLOSE PRODUCT-FILE.

       OPEN-PRODUCT-FILE-IO.
      *    Open the catalogue for read/write, seeding it on first use
           OPEN I-O PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-PRODUCT-FILE
               OPEN I-O PRODUCT-FILE
           END-IF.
           MOVE PRODUCT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-PRODUCT-FILE.
           CLOSE PRODUCT-FILE.

       WRITE-PRODUCT.
      *    Write one new catalogue product
      *    Input: PRODUCT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE PRODUCT-FILE-REC FROM PRODUCT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-PRODUCT.
      *    Read one product by code
      *    Input: PRD-CODE in PRODUCT-RECORD
      *    Output: PRODUCT-RECORD, WS-OPERATION-STATUS
           MOVE PRD-CODE TO PDF-CODE.
           READ PRODUCT-FILE INTO PRODUCT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-PRODUCT.
      *    Rewrite one product (an approved catalogue change)
      *    Input: PRODUCT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE PRD-CODE TO PDF-CODE.
           REWRITE PRODUCT-FILE-REC FROM PRODUCT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-PRODUCT-FILE-TOP.
      *    Position the catalogue at its first product code
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO PDF-CODE.
           START PRODUCT-FILE
               KEY IS NOT LESS THAN PDF-CODE
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-PRODUCT.
      *    Read the next product in code order
      *    Output: PRODUCT-RECORD, WS-OPERATION-STATUS
           READ PRODUCT-FILE NEXT RECORD INTO PRODUCT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * EOD EXCEPTION REGISTER OPERATIONS
      ******************************************************************

       INIT-EOD-EXCEPTION-FILE.
      *    Initialize the nightly exceptions register
           OPEN OUTPUT EOD-EXCEPTION-FILE.
           IF EOD-EXCEPTION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize EOD exception file'
               STOP RUN
           END-IF.
           CLOSE EOD-EXCEPTION-FILE.

       OPEN-EOD-EXCEPTION-FILE-IO.
      *    Open the exceptions register for read/write
           OPEN I-O EOD-EXCEPTION-FILE.
           IF EOD-EXCEPTION-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-EOD-EXCEPTION-FILE
               OPEN I-O EOD-EXCEPTION-FILE
           END-IF.
           MOVE EOD-EXCEPTION-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-EOD-EXCEPTION-FILE.
           CLOSE EOD-EXCEPTION-FILE.

       WRITE-EOD-EXCEPTION.
      *    Write one new exception item
      *    Input: EOD-EXCEPTION-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE EOD-EXCEPTION-FILE-REC FROM EOD-EXCEPTION-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-EOD-EXCEPTIONS-AT.
      *    Position the register at the first item at or after a key
      *    (a business date, or a date and source job, with the rest
      *    of the key zero)
      *    Input: EXC-KEY in EOD-EXCEPTION-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE EXC-KEY TO EXF-KEY.
           START EOD-EXCEPTION-FILE
               KEY IS NOT LESS THAN EXF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-EOD-EXCEPTION-FILE-TOP.
      *    Position the register at its earliest item
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO EXF-KEY.
           START EOD-EXCEPTION-FILE
               KEY IS NOT LESS THAN EXF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-EOD-EXCEPTION.
      *    Read the next item in date, job and sequence order
      *    Output: EOD-EXCEPTION-RECORD, WS-OPERATION-STATUS
           READ EOD-EXCEPTION-FILE NEXT RECORD
               INTO EOD-EXCEPTION-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-EOD-SIGNOFF-FILE.
      *    Initialize the department sign-off file
           OPEN OUTPUT EOD-SIGNOFF-FILE.
           IF EOD-SIGNOFF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize EOD sign-off file'
               STOP RUN
           END-IF.
           CLOSE EOD-SIGNOFF-FILE.

       OPEN-EOD-SIGNOFF-FILE-IO.
      *    Open the department sign-off file for read/write
           OPEN I-O EOD-SIGNOFF-FILE.
           IF EOD-SIGNOFF-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-EOD-SIGNOFF-FILE
               OPEN I-O EOD-SIGNOFF-FILE
           END-IF.
           MOVE EOD-SIGNOFF-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-EOD-SIGNOFF-FILE.
           CLOSE EOD-SIGNOFF-FILE.

       WRITE-EOD-SIGNOFF.
      *    Write a department's first sign-off for a business date
      *    Input: EOD-SIGNOFF-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE EOD-SIGNOFF-FILE-REC FROM EOD-SIGNOFF-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-EOD-SIGNOFF.
      *    Read a department's sign-off for a business date
      *    Input: ESO-KEY in EOD-SIGNOFF-RECORD
      *    Output: EOD-SIGNOFF-RECORD, WS-OPERATION-STATUS
           MOVE ESO-KEY TO ESF-KEY.
           READ EOD-SIGNOFF-FILE INTO EOD-SIGNOFF-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-EOD-SIGNOFF.
      *    Rewrite a sign-off (the section re-signed after new items)
      *    Input: EOD-SIGNOFF-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE ESO-KEY TO ESF-KEY.
           REWRITE EOD-SIGNOFF-FILE-REC FROM EOD-SIGNOFF-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-EOD-SIGNOFF-FILE-TOP.
      *    Position the sign-off file at its earliest date
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO ESF-KEY.
           START EOD-SIGNOFF-FILE
               KEY IS NOT LESS THAN ESF-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-EOD-SIGNOFF.
      *    Read the next sign-off in date and department order
      *    Output: EOD-SIGNOFF-RECORD, WS-OPERATION-STATUS
           READ EOD-SIGNOFF-FILE NEXT RECORD INTO EOD-SIGNOFF-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * CREDIT BUREAU FILE OPERATIONS
      ******************************************************************

       OPEN-CREDIT-BUREAU-OUTPUT.
      *    Open (create/overwrite) the bureau submission file
           OPEN OUTPUT CREDIT-BUREAU-FILE.
           MOVE CREDIT-BUREAU-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CREDIT-BUREAU-FILE.
           CLOSE CREDIT-BUREAU-FILE.

       WRITE-CREDIT-BUREAU-LINE.
      *    Write one formatted submission line
      *    Input: CREDIT-BUREAU-LINE
           WRITE CREDIT-BUREAU-FILE-REC FROM CREDIT-BUREAU-LINE.
           MOVE CREDIT-BUREAU-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-BUREAU-REJECT-INPUT.
      *    Open the bureau's reject file for reading
           OPEN INPUT BUREAU-REJECT-FILE.
           MOVE BUREAU-REJECT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-BUREAU-REJECT-FILE.
           CLOSE BUREAU-REJECT-FILE.

       READ-NEXT-BUREAU-REJECT-LINE.
      *    Read the next raw reject line
      *    Output: BUREAU-REJECT-LINE, WS-OPERATION-STATUS
           READ BUREAU-REJECT-FILE INTO BUREAU-REJECT-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * LOAN SCHEDULE AND LOAN STATEMENT SPOOL OPERATIONS
      ******************************************************************

       INIT-LOAN-SCHEDULE-SPOOL-FILE.
      *    Initialize the schedule spool if it doesn't exist yet
           OPEN OUTPUT LOAN-SCHEDULE-SPOOL-FILE.
           IF LOAN-SCHEDULE-SPOOL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize loan schedule spool'
               STOP RUN
           END-IF.
           CLOSE LOAN-SCHEDULE-SPOOL-FILE.

       OPEN-LOAN-SCHEDULE-SPOOL-EXTEND.
      *    Open the schedule spool for append, the same idiom as the
      *    receipt spool
           OPEN EXTEND LOAN-SCHEDULE-SPOOL-FILE.
           IF LOAN-SCHEDULE-SPOOL-FILE-STATUS = '35'
               PERFORM INIT-LOAN-SCHEDULE-SPOOL-FILE
               OPEN EXTEND LOAN-SCHEDULE-SPOOL-FILE
           END-IF.
           MOVE LOAN-SCHEDULE-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-LOAN-SCHEDULE-SPOOL-FILE.
           CLOSE LOAN-SCHEDULE-SPOOL-FILE.

       WRITE-LOAN-SCHEDULE-SPOOL-LINE.
      *    Write one already-formatted schedule line to the spool
      *    Input: LOAN-SCHEDULE-SPOOL-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE LOAN-SCHEDULE-SPOOL-FILE-REC
               FROM LOAN-SCHEDULE-SPOOL-LINE.
           MOVE LOAN-SCHEDULE-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-LOAN-STMT-SPOOL-OUTPUT.
      *    Open (create/overwrite) the annual loan statement spool
           OPEN OUTPUT LOAN-STMT-SPOOL-FILE.
           MOVE LOAN-STMT-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-LOAN-STMT-SPOOL-FILE.
           CLOSE LOAN-STMT-SPOOL-FILE.

       WRITE-LOAN-STMT-SPOOL-LINE.
      *    Write one formatted print line to the loan statement spool
      *    Input: LOAN-STMT-SPOOL-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE LOAN-STMT-SPOOL-FILE-REC FROM LOAN-STMT-SPOOL-LINE.
           MOVE LOAN-STMT-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

      ******************************************************************
      * AUDIT CONFIRMATION FILE OPERATIONS
      ******************************************************************

       OPEN-CONFIRM-REQUEST-INPUT.
      *    Open the auditors' confirmation request file for reading
           OPEN INPUT CONFIRM-REQUEST-FILE.
           MOVE CONFIRM-REQUEST-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CONFIRM-REQUEST-FILE.
           CLOSE CONFIRM-REQUEST-FILE.

       READ-NEXT-CONFIRM-REQUEST-LINE.
      *    Read one raw line from the confirmation request file
      *    Output: CONFIRM-REQUEST-LINE, WS-OPERATION-STATUS
           READ CONFIRM-REQUEST-FILE INTO CONFIRM-REQUEST-LINE
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       OPEN-CONFIRM-SPOOL-OUTPUT.
      *    Open (create/overwrite) the confirmation letter spool
           OPEN OUTPUT CONFIRM-SPOOL-FILE.
           MOVE CONFIRM-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CONFIRM-SPOOL-FILE.
           CLOSE CONFIRM-SPOOL-FILE.

       WRITE-CONFIRM-SPOOL-LINE.
      *    Write one formatted print line to the confirmation spool
      *    Input: CONFIRM-SPOOL-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE CONFIRM-SPOOL-FILE-REC FROM CONFIRM-SPOOL-LINE.
           MOVE CONFIRM-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

       INIT-CONFIRM-REGISTER-FILE.
      *    Initialize the audit confirmation register
           OPEN OUTPUT CONFIRM-REGISTER-FILE.
           IF CONFIRM-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize confirm register'
               STOP RUN
           END-IF.
           CLOSE CONFIRM-REGISTER-FILE.

       OPEN-CONFIRM-REGISTER-FILE-IO.
      *    Open the audit confirmation register for read/write
           OPEN I-O CONFIRM-REGISTER-FILE.
           IF CONFIRM-REGISTER-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-CONFIRM-REGISTER-FILE
               OPEN I-O CONFIRM-REGISTER-FILE
           END-IF.
           MOVE CONFIRM-REGISTER-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CONFIRM-REGISTER-FILE.
           CLOSE CONFIRM-REGISTER-FILE.

       WRITE-CONFIRM-REGISTER.
      *    Write one new confirmation register row
      *    Input: CONFIRM-REGISTER-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE CONFIRM-REGISTER-FILE-REC FROM CONFIRM-REGISTER-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-CONFIRM-REGISTER.
      *    Read one confirmation register row by control number
      *    Input: CNF-CONTROL-NO in CONFIRM-REGISTER-RECORD
      *    Output: CONFIRM-REGISTER-RECORD, WS-OPERATION-STATUS
           MOVE CNF-CONTROL-NO TO CFF-CONTROL-NO.
           READ CONFIRM-REGISTER-FILE INTO CONFIRM-REGISTER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-CONFIRM-REGISTER-TOP.
      *    Position the register at the lowest control number
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO CFF-CONTROL-NO.
           START CONFIRM-REGISTER-FILE
               KEY IS NOT LESS THAN CFF-CONTROL-NO
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-CONFIRM-REGISTER.
      *    Read the next register row in the current key order
      *    Output: CONFIRM-REGISTER-RECORD, WS-OPERATION-STATUS
           READ CONFIRM-REGISTER-FILE NEXT RECORD
                   INTO CONFIRM-REGISTER-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * PAYMENT REDIRECTION FILE OPERATIONS
      ******************************************************************

       INIT-REDIRECT-FILE.
      *    Initialize the payment redirection file
           OPEN OUTPUT REDIRECT-FILE.
           IF REDIRECT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize redirection file'
               STOP RUN
           END-IF.
           CLOSE REDIRECT-FILE.

       OPEN-REDIRECT-FILE-IO.
      *    Open the payment redirection file for read/write
           OPEN I-O REDIRECT-FILE.
           IF REDIRECT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-REDIRECT-FILE
               OPEN I-O REDIRECT-FILE
           END-IF.
           MOVE REDIRECT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-REDIRECT-FILE.
           CLOSE REDIRECT-FILE.

       WRITE-REDIRECT.
      *    Write one new redirection row
      *    Input: REDIRECT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE REDIRECT-FILE-REC FROM REDIRECT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-REDIRECT.
      *    Read the redirection of one closed account
      *    Input: RDR-OLD-ACCOUNT-ID in REDIRECT-RECORD
      *    Output: REDIRECT-RECORD, WS-OPERATION-STATUS
           MOVE RDR-OLD-ACCOUNT-ID TO RDF-OLD-ACCOUNT-ID.
           READ REDIRECT-FILE INTO REDIRECT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-REDIRECT.
      *    Rewrite one redirection row
      *    Input: REDIRECT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE RDR-OLD-ACCOUNT-ID TO RDF-OLD-ACCOUNT-ID.
           REWRITE REDIRECT-FILE-REC FROM REDIRECT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-REDIRECT-FILE-TOP.
      *    Position the redirection file at the lowest old account
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO RDF-OLD-ACCOUNT-ID.
           START REDIRECT-FILE
               KEY IS NOT LESS THAN RDF-OLD-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-REDIRECT.
      *    Read the next redirection row in the current key order
      *    Output: REDIRECT-RECORD, WS-OPERATION-STATUS
           READ REDIRECT-FILE NEXT RECORD INTO REDIRECT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-REDIRECT-ITEM-FILE.
      *    Initialize the redirected payment log
           OPEN OUTPUT REDIRECT-ITEM-FILE.
           IF REDIRECT-ITEM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize redirect item file'
               STOP RUN
           END-IF.
           CLOSE REDIRECT-ITEM-FILE.

       OPEN-REDIRECT-ITEM-FILE-IO.
      *    Open the redirected payment log for read/write
           OPEN I-O REDIRECT-ITEM-FILE.
           IF REDIRECT-ITEM-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-REDIRECT-ITEM-FILE
               OPEN I-O REDIRECT-ITEM-FILE
           END-IF.
           MOVE REDIRECT-ITEM-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-REDIRECT-ITEM-FILE.
           CLOSE REDIRECT-ITEM-FILE.

       WRITE-REDIRECT-ITEM.
      *    Write one new redirected payment log row
      *    Input: REDIRECT-ITEM-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE REDIRECT-ITEM-FILE-REC FROM REDIRECT-ITEM-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-REDIRECT-ITEM-TOP.
      *    Position the log at the lowest item number
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO RIF-ITEM-ID.
           START REDIRECT-ITEM-FILE
               KEY IS NOT LESS THAN RIF-ITEM-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-REDIRECT-ITEM-BY-ACCOUNT.
      *    Position on the first item logged for a closed account
      *    via the old account alternate key
      *    Input: RDI-OLD-ACCOUNT-ID in REDIRECT-ITEM-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE RDI-OLD-ACCOUNT-ID TO RIF-OLD-ACCOUNT-ID.
           START REDIRECT-ITEM-FILE
               KEY IS NOT LESS THAN RIF-OLD-ACCOUNT-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-REDIRECT-ITEM.
      *    Read the next log row in the current key order
      *    Output: REDIRECT-ITEM-RECORD, WS-OPERATION-STATUS
           READ REDIRECT-ITEM-FILE NEXT RECORD
                   INTO REDIRECT-ITEM-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-REDIRECT-ADVICE-FILE.
      *    Create an empty collector advice file
           OPEN OUTPUT REDIRECT-ADVICE-FILE.
           IF REDIRECT-ADVICE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize collector advices'
               STOP RUN
           END-IF.
           CLOSE REDIRECT-ADVICE-FILE.

       OPEN-REDIRECT-ADVICE-EXTEND.
      *    Open the collector advice file for append (same idiom as
      *    OPEN-LEDGER-FILE-EXTEND) so advices accumulate until the
      *    collectors' channel picks them up
           OPEN EXTEND REDIRECT-ADVICE-FILE.
           IF REDIRECT-ADVICE-FILE-STATUS = '35'
               PERFORM INIT-REDIRECT-ADVICE-FILE
               OPEN EXTEND REDIRECT-ADVICE-FILE
           END-IF.
           MOVE REDIRECT-ADVICE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-REDIRECT-ADVICE-FILE.
           CLOSE REDIRECT-ADVICE-FILE.

       WRITE-REDIRECT-ADVICE-LINE.
      *    Append one collector advice line
      *    Input: REDIRECT-ADVICE-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE REDIRECT-ADVICE-FILE-REC FROM REDIRECT-ADVICE-LINE.
           MOVE REDIRECT-ADVICE-FILE-STATUS TO WS-OPERATION-STATUS.

       OPEN-REDIRECT-SPOOL-OUTPUT.
      *    Open (create/overwrite) the redirection report spool
           OPEN OUTPUT REDIRECT-SPOOL-FILE.
           MOVE REDIRECT-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-REDIRECT-SPOOL-FILE.
           CLOSE REDIRECT-SPOOL-FILE.

       WRITE-REDIRECT-SPOOL-LINE.
      *    Write one formatted print line to the redirection spool
      *    Input: REDIRECT-SPOOL-LINE
      *    Output: WS-OPERATION-STATUS
           WRITE REDIRECT-SPOOL-FILE-REC FROM REDIRECT-SPOOL-LINE.
           MOVE REDIRECT-SPOOL-FILE-STATUS TO WS-OPERATION-STATUS.

      ******************************************************************
      * FINANCIAL TRANSACTION TAX RATE OPERATIONS
      ******************************************************************

       INIT-TAX-RATE-FILE.
      *    Initialize tax rate file if it doesn't exist
           OPEN OUTPUT TAX-RATE-FILE.
           IF TAX-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize tax rate file'
               STOP RUN
           END-IF.
           CLOSE TAX-RATE-FILE.

       OPEN-TAX-RATE-FILE-IO.
      *    Open tax rate file for read/write
           OPEN I-O TAX-RATE-FILE.
           IF TAX-RATE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-TAX-RATE-FILE
               OPEN I-O TAX-RATE-FILE
           END-IF.
           MOVE TAX-RATE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-TAX-RATE-FILE.
           CLOSE TAX-RATE-FILE.

       WRITE-TAX-RATE.
      *    Write tax rate record to file
      *    Input: TAX-RATE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE TAX-RATE-FILE-REC
               FROM TAX-RATE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-TAX-RATE.
      *    Read one tax rate by operation and effective date
      *    Input: TXR-OPERATION, TXR-EFFECTIVE-DATE in
      *           TAX-RATE-RECORD
      *    Output: TAX-RATE-RECORD, WS-OPERATION-STATUS
           MOVE TXR-OPERATION TO TXF-OPERATION.
           MOVE TXR-EFFECTIVE-DATE TO TXF-EFFECTIVE-DATE.
           READ TAX-RATE-FILE INTO TAX-RATE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-TAX-RATE.
      *    Update existing tax rate record
      *    Input: TAX-RATE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE TXR-OPERATION TO TXF-OPERATION.
           MOVE TXR-EFFECTIVE-DATE TO TXF-EFFECTIVE-DATE.
           REWRITE TAX-RATE-FILE-REC
               FROM TAX-RATE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-TAX-RATE-BY-OPERATION.
      *    Position the tax rate file at the oldest rate of the
      *    given operation
      *    Input: TXR-OPERATION in TAX-RATE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE TXR-OPERATION TO TXF-OPERATION.
           MOVE 0 TO TXF-EFFECTIVE-DATE.
           START TAX-RATE-FILE
               KEY IS NOT LESS THAN TXF-RATE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-TAX-RATE-TOP.
      *    Position the tax rate file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO TXF-RATE-KEY.
           START TAX-RATE-FILE
               KEY IS NOT LESS THAN TXF-RATE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-TAX-RATE.
      *    Read next tax rate record in key order
      *    Output: TAX-RATE-RECORD, WS-OPERATION-STATUS
           READ TAX-RATE-FILE NEXT RECORD
               INTO TAX-RATE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * CUSTOMER CONSENT REGISTER OPERATIONS
      ******************************************************************

       INIT-CONSENT-FILE.
      *    Initialize consent register file if it doesn't exist
           OPEN OUTPUT CONSENT-FILE.
           IF CONSENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize consent file'
               STOP RUN
           END-IF.
           CLOSE CONSENT-FILE.

       OPEN-CONSENT-FILE-IO.
      *    Open consent register file for read/write
           OPEN I-O CONSENT-FILE.
           IF CONSENT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF.
           MOVE CONSENT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CONSENT-FILE.
           CLOSE CONSENT-FILE.

       WRITE-CONSENT.
      *    Write consent event record to file
      *    Input: CONSENT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE CONSENT-FILE-REC
               FROM CONSENT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-CONSENT-BY-CUSTOMER.
      *    Position the consent file at the first event of the given
      *    customer
      *    Input: CNS-CUSTOMER-ID in CONSENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CNS-CUSTOMER-ID TO CGF-CUSTOMER-ID.
           MOVE LOW-VALUES TO CGF-PURPOSE.
           MOVE 0 TO CGF-EVENT-ID.
           START CONSENT-FILE
               KEY IS NOT LESS THAN CGF-CONSENT-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-CONSENT-BY-PURPOSE.
      *    Position the consent file at the first event of the given
      *    customer and purpose
      *    Input: CNS-CUSTOMER-ID, CNS-PURPOSE in CONSENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CNS-CUSTOMER-ID TO CGF-CUSTOMER-ID.
           MOVE CNS-PURPOSE TO CGF-PURPOSE.
           MOVE 0 TO CGF-EVENT-ID.
           START CONSENT-FILE
               KEY IS NOT LESS THAN CGF-CONSENT-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-CONSENT-TOP.
      *    Position the consent file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO CGF-CONSENT-KEY.
           START CONSENT-FILE
               KEY IS NOT LESS THAN CGF-CONSENT-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-CONSENT.
      *    Read next consent event record in key order
      *    Output: CONSENT-RECORD, WS-OPERATION-STATUS
           READ CONSENT-FILE NEXT RECORD
               INTO CONSENT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * COLLECTIONS QUEUE OPERATIONS
      ******************************************************************

       INIT-COLLECTION-CASE-FILE.
      *    Initialize collections case file if it doesn't exist
           OPEN OUTPUT COLLECTION-CASE-FILE.
           IF COLLECTION-CASE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize collection case file'
               STOP RUN
           END-IF.
           CLOSE COLLECTION-CASE-FILE.

       OPEN-COLLECTION-CASE-FILE-IO.
      *    Open collections case file for read/write
           OPEN I-O COLLECTION-CASE-FILE.
           IF COLLECTION-CASE-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-COLLECTION-CASE-FILE
               OPEN I-O COLLECTION-CASE-FILE
           END-IF.
           MOVE COLLECTION-CASE-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-COLLECTION-CASE-FILE.
           CLOSE COLLECTION-CASE-FILE.

       WRITE-COLLECTION-CASE.
      *    Write collections case record to file
      *    Input: COLLECTION-CASE-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE COLLECTION-CASE-FILE-REC
               FROM COLLECTION-CASE-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-COLLECTION-CASE.
      *    Read one case by source and loan or account number
      *    Input: CLC-SOURCE, CLC-REFERENCE-ID in
      *           COLLECTION-CASE-RECORD
      *    Output: COLLECTION-CASE-RECORD, WS-OPERATION-STATUS
           MOVE CLC-CASE-KEY TO CLK-CASE-KEY.
           READ COLLECTION-CASE-FILE INTO COLLECTION-CASE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-COLLECTION-CASE.
      *    Update existing collections case record
      *    Input: COLLECTION-CASE-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CLC-CASE-KEY TO CLK-CASE-KEY.
           REWRITE COLLECTION-CASE-FILE-REC
               FROM COLLECTION-CASE-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-COLLECTION-CASE-TOP.
      *    Position the collections case file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO CLK-CASE-KEY.
           START COLLECTION-CASE-FILE
               KEY IS NOT LESS THAN CLK-CASE-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-COLLECTION-CASE.
      *    Read next collections case record in key order
      *    Output: COLLECTION-CASE-RECORD, WS-OPERATION-STATUS
           READ COLLECTION-CASE-FILE NEXT RECORD
               INTO COLLECTION-CASE-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       INIT-COLLECTION-CONTACT-FILE.
      *    Initialize collections contact file if it doesn't exist
           OPEN OUTPUT COLLECTION-CONTACT-FILE.
           IF COLLECTION-CONTACT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize collection contact '
                   'file'
               STOP RUN
           END-IF.
           CLOSE COLLECTION-CONTACT-FILE.

       OPEN-COLLECTION-CONTACT-FILE-IO.
      *    Open collections contact file for read/write
           OPEN I-O COLLECTION-CONTACT-FILE.
           IF COLLECTION-CONTACT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-COLLECTION-CONTACT-FILE
               OPEN I-O COLLECTION-CONTACT-FILE
           END-IF.
           MOVE COLLECTION-CONTACT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-COLLECTION-CONTACT-FILE.
           CLOSE COLLECTION-CONTACT-FILE.

       WRITE-COLLECTION-CONTACT.
      *    Write collections contact record to file
      *    Input: COLLECTION-CONTACT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE COLLECTION-CONTACT-FILE-REC
               FROM COLLECTION-CONTACT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       UPDATE-COLLECTION-CONTACT.
      *    Update existing collections contact record
      *    Input: COLLECTION-CONTACT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CPT-CONTACT-KEY TO CKF-CONTACT-KEY.
           REWRITE COLLECTION-CONTACT-FILE-REC
               FROM COLLECTION-CONTACT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-COLLECTION-CONTACT-BY-CASE.
      *    Position the contact file at the first contact of a case
      *    Input: CPT-SOURCE, CPT-REFERENCE-ID in
      *           COLLECTION-CONTACT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CPT-SOURCE TO CKF-SOURCE.
           MOVE CPT-REFERENCE-ID TO CKF-REFERENCE-ID.
           MOVE 0 TO CKF-CONTACT-ID.
           START COLLECTION-CONTACT-FILE
               KEY IS NOT LESS THAN CKF-CONTACT-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-COLLECTION-CONTACT-TOP.
      *    Position the contact file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO CKF-CONTACT-KEY.
           START COLLECTION-CONTACT-FILE
               KEY IS NOT LESS THAN CKF-CONTACT-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-COLLECTION-CONTACT.
      *    Read next collections contact record in key order
      *    Output: COLLECTION-CONTACT-RECORD, WS-OPERATION-STATUS
           READ COLLECTION-CONTACT-FILE NEXT RECORD
               INTO COLLECTION-CONTACT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

      ******************************************************************
      * BRANCH CASH DEMAND OPERATIONS
      ******************************************************************

       INIT-CASH-DEMAND-FILE.
      *    Initialize cash demand file if it doesn't exist
           OPEN OUTPUT CASH-DEMAND-FILE.
           IF CASH-DEMAND-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize cash demand file'
               STOP RUN
           END-IF.
           CLOSE CASH-DEMAND-FILE.

       OPEN-CASH-DEMAND-FILE-IO.
      *    Open cash demand file for read/write
           OPEN I-O CASH-DEMAND-FILE.
           IF CASH-DEMAND-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-CASH-DEMAND-FILE
               OPEN I-O CASH-DEMAND-FILE
           END-IF.
           MOVE CASH-DEMAND-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CASH-DEMAND-FILE.
           CLOSE CASH-DEMAND-FILE.

       WRITE-CASH-DEMAND.
      *    Write cash demand record to file
      *    Input: CASH-DEMAND-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE CASH-DEMAND-FILE-REC
               FROM CASH-DEMAND-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-CASH-DEMAND.
      *    Read one branch's day by branch and business date
      *    Input: CDM-BRANCH-CODE, CDM-BUSINESS-DATE in
      *           CASH-DEMAND-RECORD
      *    Output: CASH-DEMAND-RECORD, WS-OPERATION-STATUS
           MOVE CDM-KEY TO CSD-DEMAND-KEY.
           READ CASH-DEMAND-FILE INTO CASH-DEMAND-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-CASH-DEMAND.
      *    Update existing cash demand record
      *    Input: CASH-DEMAND-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CDM-KEY TO CSD-DEMAND-KEY.
           REWRITE CASH-DEMAND-FILE-REC
               FROM CASH-DEMAND-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-CASH-DEMAND-TOP.
      *    Position the cash demand file at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO CSD-DEMAND-KEY.
           START CASH-DEMAND-FILE
               KEY IS NOT LESS THAN CSD-DEMAND-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-CASH-DEMAND.
      *    Read next cash demand record in key order
      *    Output: CASH-DEMAND-RECORD, WS-OPERATION-STATUS
           READ CASH-DEMAND-FILE NEXT RECORD
               INTO CASH-DEMAND-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * RELATIONSHIP MANAGER OPERATIONS
      ******************************************************************

       INIT-RM-FILE.
      *    Initialize relationship manager file if it doesn't exist
           OPEN OUTPUT RM-FILE.
           IF RM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize relationship '
                   'manager file'
               STOP RUN
           END-IF.
           CLOSE RM-FILE.

       OPEN-RM-FILE-IO.
      *    Open relationship manager file for read/write
           OPEN I-O RM-FILE.
           IF RM-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-RM-FILE
               OPEN I-O RM-FILE
           END-IF.
           MOVE RM-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-RM-FILE.
           CLOSE RM-FILE.

       WRITE-RM.
      *    Write relationship manager record to file
      *    Input: RELATIONSHIP-MANAGER-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE RM-FILE-REC
               FROM RELATIONSHIP-MANAGER-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-RM.
      *    Read one relationship manager by RM code
      *    Input: RMG-RM-CODE in RELATIONSHIP-MANAGER-RECORD
      *    Output: RELATIONSHIP-MANAGER-RECORD, WS-OPERATION-STATUS
           MOVE RMG-RM-CODE TO RMF-RM-CODE.
           READ RM-FILE INTO RELATIONSHIP-MANAGER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       UPDATE-RM.
      *    Update existing relationship manager record
      *    Input: RELATIONSHIP-MANAGER-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE RMG-RM-CODE TO RMF-RM-CODE.
           REWRITE RM-FILE-REC
               FROM RELATIONSHIP-MANAGER-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-REWRITE.

       START-RM-FILE-TOP.
      *    Position the relationship manager file at the first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO RMF-RM-CODE.
           START RM-FILE
               KEY IS NOT LESS THAN RMF-RM-CODE
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-RM.
      *    Read next relationship manager in RM code order
      *    Output: RELATIONSHIP-MANAGER-RECORD, WS-OPERATION-STATUS
           READ RM-FILE NEXT RECORD
               INTO RELATIONSHIP-MANAGER-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * RELATIONSHIP MANAGER ASSIGNMENT HISTORY OPERATIONS
      ******************************************************************

       INIT-RM-ASSIGNMENT-FILE.
      *    Initialize RM assignment history file if it doesn't exist
           OPEN OUTPUT RM-ASSIGNMENT-FILE.
           IF RM-ASSIGNMENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize RM assignment file'
               STOP RUN
           END-IF.
           CLOSE RM-ASSIGNMENT-FILE.

       OPEN-RM-ASSIGNMENT-FILE-IO.
      *    Open RM assignment history file for read/write
           OPEN I-O RM-ASSIGNMENT-FILE.
           IF RM-ASSIGNMENT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-RM-ASSIGNMENT-FILE
               OPEN I-O RM-ASSIGNMENT-FILE
           END-IF.
           MOVE RM-ASSIGNMENT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-RM-ASSIGNMENT-FILE.
           CLOSE RM-ASSIGNMENT-FILE.

       WRITE-RM-ASSIGNMENT.
      *    Write RM assignment history record to file
      *    Input: RM-ASSIGNMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE RM-ASSIGNMENT-FILE-REC
               FROM RM-ASSIGNMENT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       START-RM-ASSIGNMENT-BY-CUSTOMER.
      *    Position the history at the first change for the given
      *    customer
      *    Input: RMA-CUSTOMER-ID in RM-ASSIGNMENT-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE RMA-CUSTOMER-ID TO RAF-CUSTOMER-ID.
           MOVE 0 TO RAF-EVENT-ID.
           START RM-ASSIGNMENT-FILE
               KEY IS NOT LESS THAN RAF-ASSIGNMENT-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-RM-ASSIGNMENT-TOP.
      *    Position the RM assignment history at the very first record
      *    Output: WS-OPERATION-STATUS
           MOVE LOW-VALUES TO RAF-ASSIGNMENT-KEY.
           START RM-ASSIGNMENT-FILE
               KEY IS NOT LESS THAN RAF-ASSIGNMENT-KEY
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-RM-ASSIGNMENT.
      *    Read next RM assignment history record in key order
      *    Output: RM-ASSIGNMENT-RECORD, WS-OPERATION-STATUS
           READ RM-ASSIGNMENT-FILE NEXT RECORD
               INTO RM-ASSIGNMENT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
           END-READ.

      ******************************************************************
      * CUSTOMER PROFITABILITY OPERATIONS
      ******************************************************************

       INIT-CUSTOMER-PROFIT-FILE.
      *    Create the customer profitability file empty - also how
      *    CUSTPROF clears the previous run's figures
           OPEN OUTPUT CUSTOMER-PROFIT-FILE.
           IF CUSTOMER-PROFIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot initialize customer profit file'
               STOP RUN
           END-IF.
           CLOSE CUSTOMER-PROFIT-FILE.

       OPEN-CUSTOMER-PROFIT-FILE-IO.
      *    Open customer profitability file for read/write
           OPEN I-O CUSTOMER-PROFIT-FILE.
           IF CUSTOMER-PROFIT-FILE-STATUS = '35'
      *        File doesn't exist, create it
               PERFORM INIT-CUSTOMER-PROFIT-FILE
               OPEN I-O CUSTOMER-PROFIT-FILE
           END-IF.
           MOVE CUSTOMER-PROFIT-FILE-STATUS TO WS-OPERATION-STATUS.

       CLOSE-CUSTOMER-PROFIT-FILE.
           CLOSE CUSTOMER-PROFIT-FILE.

       WRITE-CUSTOMER-PROFIT.
      *    Write customer profitability record to file
      *    Input: CUSTOMER-PROFIT-RECORD
      *    Output: WS-OPERATION-STATUS
           WRITE CUSTOMER-PROFIT-FILE-REC
               FROM CUSTOMER-PROFIT-RECORD
               INVALID KEY
                   MOVE '22' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-WRITE.

       READ-CUSTOMER-PROFIT.
      *    Read one customer's profitability figures
      *    Input: CPR-CUSTOMER-ID in CUSTOMER-PROFIT-RECORD
      *    Output: CUSTOMER-PROFIT-RECORD, WS-OPERATION-STATUS
           MOVE CPR-CUSTOMER-ID TO CPF-CUSTOMER-ID.
           READ CUSTOMER-PROFIT-FILE INTO CUSTOMER-PROFIT-RECORD
               INVALID KEY
                   MOVE '23' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-READ.

       START-CUSTOMER-PROFIT-TOP.
      *    Position the customer profitability file at the first
      *    record
      *    Output: WS-OPERATION-STATUS
           MOVE 0 TO CPF-CUSTOMER-ID.
           START CUSTOMER-PROFIT-FILE
               KEY IS NOT LESS THAN CPF-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-CUSTOMER-PROFIT.
      *    Read next customer profitability record in customer order
      *    Output: CUSTOMER-PROFIT-RECORD, WS-OPERATION-STATUS
           READ CUSTOMER-PROFIT-FILE NEXT RECORD
               INTO CUSTOMER-PROFIT-RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       START-CUSTOMER-BY-RM.
      *    Position the customer file at the first customer of the
      *    given relationship manager (alternate key); READ-NEXT-
      *    CUSTOMER then reads the book in RM code order
      *    Input: CUS-RM-CODE in CUSTOMER-RECORD
      *    Output: WS-OPERATION-STATUS
           MOVE CUS-RM-CODE TO CUF-RM-CODE.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUF-RM-CODE
               INVALID KEY
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-OPERATION-STATUS
           END-START.

       READ-NEXT-CUSTOMER.
      *    Read next customer record in CUS-ID order (full scan), or
      *    in RM code order after START-CUSTOMER-BY-RM
      *    Output: CUSTOMER-RECORD, WS-OPERATION-STATUS
           READ CUSTOMER-FILE NEXT RECORD INTO CUSTOMER-RECORD
               AT END
           MOVE 0 TO CTL-LAST-BILLER-ID.
           MOVE 0 TO CTL-LAST-BILLPAY-ID.
           MOVE 0 TO CTL-LAST-WDNOTICE-ID.
           MOVE 0 TO CTL-LAST-LOAN-APP-ID.
           MOVE 0 TO CTL-LAST-CARD-AUTH-ID.
           MOVE 0 TO CTL-LAST-CASH-COUNT-ID.
           MOVE 0 TO CTL-LAST-NOTIFIED-ALERT-ID.
           MOVE 0 TO CTL-NOTIFY-RUN-DATE.
           MOVE 0 TO CTL-NOTIFY-BASE-ALERT-ID.
           MOVE 0 TO CTL-LAST-HELD-MAIL-ID.
           MOVE 0 TO CTL-LAST-COMPLAINT-ID.
           MOVE 0 TO CTL-LAST-SAR-CASE-ID.
           MOVE 0 TO CTL-LAST-SESSION-ID.
           MOVE SPACE TO CTL-DATA-SET-SWITCH.
           MOVE 0 TO CTL-LAST-REF-CHANGE-ID.
           MOVE 0 TO CTL-LAST-SPOOL-RUN-ID.
           MOVE 0 TO CTL-LAST-CONFIRM-NO.
           MOVE 0 TO CTL-LAST-REDIRECT-ITEM-ID.
           MOVE 0 TO CTL-LAST-CLOSED-YEAR.
           MOVE 0 TO CTL-LAST-CONSENT-ID.
           MOVE 0 TO CTL-LAST-COLL-CONTACT-ID.
           MOVE 0 TO CTL-LAST-RM-EVENT-ID.
           MOVE SPACES TO CTL-FILLER.
           WRITE CONTROL-FILE-REC FROM CONTROL-RECORD.
           CLOSE CONTROL-FILE.
      *    READ-CONTROL's result and is not going on to UPDATE-CONTROL
           CLOSE CONTROL-FILE.

       CHECK-LIVE-DATA-SET.
      *    Say whether the data set in use is the live one, for the
      *    jobs that write files leaving the bank - a training
      *    sandbox (see TRNREFR.COB) must never feed them
      *    Output: WS-OPERATION-STATUS ('00' live, '99' training
      *            sandbox or an unreadable control record). A data
      *            set with no control file yet is a new live one.
           OPEN INPUT CONTROL-FILE.
           EVALUATE CONTROL-FILE-STATUS
               WHEN '35'
                   MOVE '00' TO WS-OPERATION-STATUS
               WHEN '00'
                   READ CONTROL-FILE INTO CONTROL-RECORD
                   IF CONTROL-FILE-STATUS NOT = '00'
                       MOVE '99' TO WS-OPERATION-STATUS
                   ELSE
                       IF CTL-TRAINING-DATA-SET
                           MOVE '99' TO WS-OPERATION-STATUS
                       ELSE
                           MOVE '00' TO WS-OPERATION-STATUS
                       END-IF
                   END-IF
                   CLOSE CONTROL-FILE
               WHEN OTHER
                   MOVE '99' TO WS-OPERATION-STATUS
           END-EVALUATE.

       SELECT-TRAINING-DATA-SET.
      *    Assign every file to the training sandbox for the rest of
      *    the run - a trainee's terminal session, or the refresh
      *    that loads the sandbox. Call with every file closed.
           IF LIVE-DATA-SET-ASSIGNED
               PERFORM PREFIX-ONE-FILE-PATH
                   VARYING WS-FILE-PATH-IDX FROM 1 BY 1
                   UNTIL WS-FILE-PATH-IDX > WS-FILE-PATH-COUNT
               MOVE 'T' TO WS-DATA-SET-ASSIGNED
           END-IF.

       SELECT-LIVE-DATA-SET.
      *    Assign every file back to the live data set. Call with
      *    every file closed.
           IF TRAINING-DATA-SET-ASSIGNED
               PERFORM UNPREFIX-ONE-FILE-PATH
                   VARYING WS-FILE-PATH-IDX FROM 1 BY 1
                   UNTIL WS-FILE-PATH-IDX > WS-FILE-PATH-COUNT
               MOVE 'L' TO WS-DATA-SET-ASSIGNED
           END-IF.

       PREFIX-ONE-FILE-PATH.
      *    Move one file's path under the training directory
           MOVE WS-FILE-PATH(WS-FILE-PATH-IDX) TO WS-FILE-PATH-WORK.
           MOVE SPACES TO WS-FILE-PATH(WS-FILE-PATH-IDX).
           STRING WS-TRAINING-PREFIX DELIMITED BY SIZE
                  WS-FILE-PATH-WORK DELIMITED BY SPACE
                  INTO WS-FILE-PATH(WS-FILE-PATH-IDX).

       UNPREFIX-ONE-FILE-PATH.
      *    Move one file's path back out of the training directory
           MOVE WS-FILE-PATH(WS-FILE-PATH-IDX)(10:)
               TO WS-FILE-PATH-WORK.
           MOVE WS-FILE-PATH-WORK TO WS-FILE-PATH(WS-FILE-PATH-IDX).

      ******************************************************************
      * BUSINESS RULES PARAMETER FILE OPERATIONS
      ******************************************************************
           MOVE 9999999999.99 TO BRL-MAX-DEBIT-AMOUNT.
           MOVE 10000000 TO BRL-MIN-ACCOUNT-ID.
           MOVE 99999999 TO BRL-MAX-ACCOUNT-ID.
           MOVE 12.00 TO BRL-LOAN-DEFAULT-RATE.
           MOVE 50.00 TO BRL-LOAN-LATE-FEE.
           MOVE 5 TO BRL-LOAN-GRACE-DAYS.
           MOVE 1.0 TO BRL-LOAN-ORIG-FEE-PCT.
           MOVE 0 TO BRL-CAPITAL-BASE.
           MOVE 10.00 TO BRL-LARGE-EXP-PCT.
           MOVE 25.00 TO BRL-SINGLE-NAME-PCT.
           MOVE 25.00 TO BRL-GROUP-LIMIT-PCT.
           MOVE 5.00 TO BRL-RESERVE-PCT-CHECKING.
           MOVE 3.00 TO BRL-RESERVE-PCT-SAVINGS.
           MOVE 1.00 TO BRL-RESERVE-PCT-TERM.
           MOVE 2.00 TO BRL-RESERVE-PCT-NOTICE.
           MOVE 8.00 TO BRL-MIN-CAPITAL-PCT.
           MOVE 10.50 TO BRL-CAPITAL-BUFFER-PCT.
           MOVE 10.00 TO BRL-BUDGET-TOL-PCT.
           MOVE 90 TO BRL-OI-WRITEOFF-DAYS.
           MOVE SPACES TO BRL-FILLER.
           MOVE 10000.00 TO BRL-FXC-ID-THRESHOLD.
           MOVE 15 TO BRL-SESSION-IDLE-MINUTES.
           MOVE 0800 TO BRL-WORKDAY-START.
           MOVE 1800 TO BRL-WORKDAY-END.
           MOVE 0 TO BRL-COLLECTOR-1-30.
           MOVE 0 TO BRL-COLLECTOR-31-60.
           MOVE 0 TO BRL-COLLECTOR-61-90.
           MOVE 0 TO BRL-COLLECTOR-OVER-90.
           WRITE PARAMETER-FILE-REC FROM BUSINESS-RULES-RECORD.
           CLOSE PARAMETER-FILE.

               PERFORM INIT-PARAMETER-FILE
               OPEN INPUT PARAMETER-FILE
           END-IF.
      *    A record written before the large exposure or reserve
      *    fields were added reads short ('04'); those fields come
      *    back blank and their readers fall back to compiled values
           MOVE SPACES TO PARAMETER-FILE-REC.
           READ PARAMETER-FILE INTO BUSINESS-RULES-RECORD.
           MOVE PARAMETER-FILE-STATUS TO WS-OPERATION-STATUS.
           IF PARAMETER-FILE-STATUS = '04'
               MOVE '00' TO WS-OPERATION-STATUS
           END-IF.
           CLOSE PARAMETER-FILE.

       WRITE-PARAMETER-FILE.
      *    Replace the business rules parameter record - only ever
      *    called to apply an approved reference data change (see
      *    REFCHG.COB), which read the record first
      *    Input: BUSINESS-RULES-RECORD
      *    Output: WS-OPERATION-STATUS
           OPEN OUTPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS NOT = '00'
               MOVE PARAMETER-FILE-STATUS TO WS-OPERATION-STATUS
           ELSE
               WRITE PARAMETER-FILE-REC FROM BUSINESS-RULES-RECORD
               MOVE PARAMETER-FILE-STATUS TO WS-OPERATION-STATUS
               CLOSE PARAMETER-FILE
           END-IF.

      ******************************************************************
      * SEQUENCE INTEGRITY
      ******************************************************************
           PERFORM FIND-MAX-BILLER-ID.
           PERFORM FIND-MAX-BILLPAY-ID.
           PERFORM FIND-MAX-WDNOTICE-ID.
           PERFORM FIND-MAX-LOAN-APP-ID.
           PERFORM FIND-MAX-CARD-AUTH-ID.
           PERFORM FIND-MAX-CASH-COUNT-ID.
           PERFORM FIND-MAX-HELD-MAIL-ID.
           PERFORM FIND-MAX-COMPLAINT-ID.
           PERFORM FIND-MAX-SAR-CASE-ID.

           IF WS-SEQ-MAX-ACCOUNT-ID > CTL-LAST-ACCOUNT-ID
               MOVE WS-SEQ-MAX-ACCOUNT-ID TO CTL-LAST-ACCOUNT-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

           IF WS-SEQ-MAX-LOAN-APP-ID > CTL-LAST-LOAN-APP-ID
               MOVE WS-SEQ-MAX-LOAN-APP-ID
                   TO CTL-LAST-LOAN-APP-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

      *    The card authorization counter was carved from the
      *    reserve, which a record written before it left as spaces
           IF CTL-LAST-CARD-AUTH-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-CARD-AUTH-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

           IF WS-SEQ-MAX-CARD-AUTH-ID > CTL-LAST-CARD-AUTH-ID
               MOVE WS-SEQ-MAX-CARD-AUTH-ID
                   TO CTL-LAST-CARD-AUTH-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

      *    The cash count counter was carved from the reserve too
           IF CTL-LAST-CASH-COUNT-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-CASH-COUNT-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

           IF WS-SEQ-MAX-CASH-COUNT-ID > CTL-LAST-CASH-COUNT-ID
               MOVE WS-SEQ-MAX-CASH-COUNT-ID
                   TO CTL-LAST-CASH-COUNT-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

      *    The held-mail counter was carved from the reserve too
           IF CTL-LAST-HELD-MAIL-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-HELD-MAIL-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

           IF WS-SEQ-MAX-HELD-MAIL-ID > CTL-LAST-HELD-MAIL-ID
               MOVE WS-SEQ-MAX-HELD-MAIL-ID
                   TO CTL-LAST-HELD-MAIL-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

      *    And so was the complaint case counter
           IF CTL-LAST-COMPLAINT-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-COMPLAINT-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

           IF WS-SEQ-MAX-COMPLAINT-ID > CTL-LAST-COMPLAINT-ID
               MOVE WS-SEQ-MAX-COMPLAINT-ID
                   TO CTL-LAST-COMPLAINT-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

      *    And so was the suspicious activity case counter
           IF CTL-LAST-SAR-CASE-ID NOT NUMERIC
               MOVE 0 TO CTL-LAST-SAR-CASE-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

           IF WS-SEQ-MAX-SAR-CASE-ID > CTL-LAST-SAR-CASE-ID
               MOVE WS-SEQ-MAX-SAR-CASE-ID
                   TO CTL-LAST-SAR-CASE-ID
               MOVE 1 TO WS-SEQ-CORRECTED
           END-IF.

      *    READ-CONTROL above left CONTROL-FILE open/locked; whichever
      *    branch runs here must be the one that closes it again -
      *    UPDATE-CONTROL if the sequence record actually changed,
                   END-IF
           END-READ.

       FIND-MAX-LOAN-APP-ID.
      *    Scan LOAN-APPLICATION-FILE for the highest LAF-APP-ID
      *    Output: WS-SEQ-MAX-LOAN-APP-ID
           MOVE 0 TO WS-SEQ-MAX-LOAN-APP-ID.
           OPEN INPUT LOAN-APPLICATION-FILE.
           IF LOAN-APPLICATION-FILE-STATUS = '35'
               CLOSE LOAN-APPLICATION-FILE
           ELSE
               PERFORM SCAN-NEXT-LOAN-APP-ID
                   UNTIL WS-OPERATION-STATUS = '10'
               CLOSE LOAN-APPLICATION-FILE
           END-IF.

       SCAN-NEXT-LOAN-APP-ID.
           READ LOAN-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
                   IF LAF-APP-ID > WS-SEQ-MAX-LOAN-APP-ID
                       MOVE LAF-APP-ID TO WS-SEQ-MAX-LOAN-APP-ID
                   END-IF
           END-READ.

       FIND-MAX-CARD-AUTH-ID.
      *    Scan CARD-AUTH-FILE for the highest CAF-AUTH-ID
      *    Output: WS-SEQ-MAX-CARD-AUTH-ID
           MOVE 0 TO WS-SEQ-MAX-CARD-AUTH-ID.
           OPEN INPUT CARD-AUTH-FILE.
           IF CARD-AUTH-FILE-STATUS = '35'
               CLOSE CARD-AUTH-FILE
           ELSE
               PERFORM SCAN-NEXT-CARD-AUTH-ID
                   UNTIL WS-OPERATION-STATUS = '10'
               CLOSE CARD-AUTH-FILE
           END-IF.

       SCAN-NEXT-CARD-AUTH-ID.
           READ CARD-AUTH-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
                   IF CAF-AUTH-ID > WS-SEQ-MAX-CARD-AUTH-ID
                       MOVE CAF-AUTH-ID TO WS-SEQ-MAX-CARD-AUTH-ID
                   END-IF
           END-READ.

       FIND-MAX-CASH-COUNT-ID.
      *    Scan CASH-COUNT-FILE for the highest CCF-COUNT-ID
      *    Output: WS-SEQ-MAX-CASH-COUNT-ID
           MOVE 0 TO WS-SEQ-MAX-CASH-COUNT-ID.
           OPEN INPUT CASH-COUNT-FILE.
           IF CASH-COUNT-FILE-STATUS = '35'
               CLOSE CASH-COUNT-FILE
           ELSE
               PERFORM SCAN-NEXT-CASH-COUNT-ID
                   UNTIL WS-OPERATION-STATUS = '10'
               CLOSE CASH-COUNT-FILE
           END-IF.

       SCAN-NEXT-CASH-COUNT-ID.
           READ CASH-COUNT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
                   IF CCF-COUNT-ID > WS-SEQ-MAX-CASH-COUNT-ID
                       MOVE CCF-COUNT-ID TO WS-SEQ-MAX-CASH-COUNT-ID
                   END-IF
           END-READ.

       FIND-MAX-HELD-MAIL-ID.
      *    Scan HELD-MAIL-FILE for the highest HMF-HELD-ID
      *    Output: WS-SEQ-MAX-HELD-MAIL-ID
           MOVE 0 TO WS-SEQ-MAX-HELD-MAIL-ID.
           OPEN INPUT HELD-MAIL-FILE.
           IF HELD-MAIL-FILE-STATUS = '35'
               CLOSE HELD-MAIL-FILE
           ELSE
               PERFORM SCAN-NEXT-HELD-MAIL-ID
                   UNTIL WS-OPERATION-STATUS = '10'
               CLOSE HELD-MAIL-FILE
           END-IF.

       SCAN-NEXT-HELD-MAIL-ID.
           READ HELD-MAIL-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
                   IF HMF-HELD-ID > WS-SEQ-MAX-HELD-MAIL-ID
                       MOVE HMF-HELD-ID TO WS-SEQ-MAX-HELD-MAIL-ID
                   END-IF
           END-READ.

       FIND-MAX-COMPLAINT-ID.
      *    Scan COMPLAINT-FILE for the highest CPL-CASE-ID
      *    Output: WS-SEQ-MAX-COMPLAINT-ID
           MOVE 0 TO WS-SEQ-MAX-COMPLAINT-ID.
           OPEN INPUT COMPLAINT-FILE.
           IF COMPLAINT-FILE-STATUS = '35'
               CLOSE COMPLAINT-FILE
           ELSE
               PERFORM SCAN-NEXT-COMPLAINT-ID
                   UNTIL WS-OPERATION-STATUS = '10'
               CLOSE COMPLAINT-FILE
           END-IF.

       SCAN-NEXT-COMPLAINT-ID.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
                   IF CPL-CASE-ID > WS-SEQ-MAX-COMPLAINT-ID
                       MOVE CPL-CASE-ID TO WS-SEQ-MAX-COMPLAINT-ID
                   END-IF
           END-READ.

       FIND-MAX-SAR-CASE-ID.
      *    Scan SAR-CASE-FILE for the highest SCF-CASE-ID
      *    Output: WS-SEQ-MAX-SAR-CASE-ID
           MOVE 0 TO WS-SEQ-MAX-SAR-CASE-ID.
           OPEN INPUT SAR-CASE-FILE.
           IF SAR-CASE-FILE-STATUS = '35'
               CLOSE SAR-CASE-FILE
           ELSE
               PERFORM SCAN-NEXT-SAR-CASE-ID
                   UNTIL WS-OPERATION-STATUS = '10'
               CLOSE SAR-CASE-FILE
           END-IF.

       SCAN-NEXT-SAR-CASE-ID.
           READ SAR-CASE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-OPERATION-STATUS
               NOT AT END
                   MOVE '00' TO WS-OPERATION-STATUS
                   IF SCF-CASE-ID > WS-SEQ-MAX-SAR-CASE-ID
                       MOVE SCF-CASE-ID TO WS-SEQ-MAX-SAR-CASE-ID
                   END-IF
           END-READ.

       END PROGRAM FILES.
