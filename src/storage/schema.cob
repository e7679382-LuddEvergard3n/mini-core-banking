      * SECTION of every program that needs these layouts, so it must
      * read as plain WORKING-STORAGE entries, not a separate program.
      ******************************************************************
      * Account Master Record (648 bytes; grown again for the
      * product catalogue fields - existing files carry forward
      * through the PRODMIG migration, the same runbook ACCTMIG and
      * FEEPMIG used - with a fresh reserved filler at the end for
      * the next attribute)
       01  ACCOUNT-RECORD.
           05  ACC-ID                  PIC 9(8).
           05  ACC-HOLDER-NAME         PIC X(30).
      *    up by the fee waiver and reset by the monthly package
      *    billing step
           05  ACC-FREE-TXNS-USED      PIC 9(3).
      *    Minor's account: opened for a customer under 18, it may
      *    only be drawn on by the guardian customer recorded here.
      *    The majority batch (MINORMAJ) flips M to C on the
      *    customer's 18th birthday and keeps the guardian ID as
      *    history. Blank means an ordinary adult account.
           05  ACC-GUARDIAN-CUSTOMER-ID PIC 9(8).
           05  ACC-MINOR-STATUS        PIC X(1).
               88  ACC-MINOR           VALUE 'M'.
               88  ACC-MINOR-CONVERTED VALUE 'C'.
      *    Product the account was sold as (see PRODUCT-RECORD and
      *    PRODUCTS.COB): its minimums, maintenance fee, default fee
      *    plan and interest schedule drive the batch pricing jobs.
      *    Records migrated from before the catalogue carry the base
      *    product of their account type, whose code is the type.
           05  ACC-PRODUCT-CODE        PIC X(8).
      *    Opening deposit the customer committed at opening, checked
      *    against the product's minimum and shown to the supervisor
      *    who activates the account
           05  ACC-OPENING-DEPOSIT     PIC S9(13)V99 COMP-3.
      *    Reserved headroom for the next account attribute
           05  ACC-FILLER              PIC X(20).

      * Ledger Entry Record (189 bytes; grown for the structured
      * transaction code - existing files carry forward through the
      * TCDMIG migration, entries written before it with a blank code)
       01  LEDGER-RECORD.
           05  LED-ID                  PIC 9(10).
           05  LED-ACCOUNT-ID          PIC 9(8).
      *    frozen), separate from the free-text description, plus an
      *    external case/reference number so a legal freeze can be
      *    tied back to whatever tracked it (court order, fraud case,
      *    ops ticket). On a customer CREDIT/DEBIT from the teller
      *    and wire paths it carries the posting's external reference
      *    number instead, which the open-item register matches
      *    suspense movements on; blank on other entries.
           05  LED-REASON-CODE         PIC X(10).
               88  LED-REASON-OPERATIONAL VALUE 'OPERATIONAL'.
               88  LED-REASON-LEGAL        VALUE 'LEGAL'.
      *    cutover anchors the chain outside the ledger file itself.
      *    Zero on entries written before chaining existed.
           05  LED-CHAIN-HASH          PIC 9(15).
      *    Structured transaction code the posting path stamped (see
      *    POSTING-RULE-RECORD) - the mirror leg carries the same code
      *    as the customer leg it offsets, so the GL designation can be
      *    traced back to the rule that made it. Sits after the chain
      *    hash, outside the hashed span, so chains written before the
      *    code existed still verify.
           05  LED-TXN-CODE            PIC X(6).
       
      * Transaction Record (254 bytes; grown for the structured
      * transaction code - existing files carry forward through the
      * TCDMIG migration)
       01  TRANSACTION-RECORD.
           05  TXN-ID                  PIC 9(12).
           05  TXN-ACCOUNT-ID          PIC 9(8).
      *    supervisor on an over-limit hold); zero means the
      *    transaction never needed a second pair of eyes
           05  TXN-APPROVER-OP-ID      PIC 9(6).
      *    Structured transaction code (DEP, WDL, FEE, INTPAY, ...)
      *    stamped by the posting path - the posting rules table maps
      *    it, with the channel, to the GL accounts the movement
      *    books to, whatever free text TXN-DESCRIPTION carries.
      *    Blank on transactions written before codes existed.
           05  TXN-CODE                PIC X(6).
       
      * System Control Record (for sequence numbers)
       01  CONTROL-RECORD.
           05  CTL-LAST-BILLER-ID      PIC 9(6).
           05  CTL-LAST-BILLPAY-ID     PIC 9(10).
           05  CTL-LAST-WDNOTICE-ID    PIC 9(10).
      *    Sequence for the loan application register; took the
      *    last of the 341-byte layout's filler, and the expansion
      *    re-grew the reserve so later counters land inside the
      *    record instead of past its end (see CTLMIG.COB)
           05  CTL-LAST-LOAN-APP-ID    PIC 9(8).
      *    Sequence for the card authorization log (see CARDS.COB);
      *    carved from the reserve, so a record written before it
      *    holds spaces here until the first authorization
           05  CTL-LAST-CARD-AUTH-ID   PIC 9(10).
      *    Sequence for the cash count denomination register (see
      *    VAULT.COB); carved from the reserve like the one above
           05  CTL-LAST-CASH-COUNT-ID  PIC 9(10).
      *    Highest alert ID already offered to the SMS/email
      *    gateway (see NOTIFOUT.COB) - a high-water mark, not a
      *    sequence; spaces until the first outbound run
           05  CTL-LAST-NOTIFIED-ALERT-ID PIC 9(10).
      *    Run date of the last outbound run and the mark as it
      *    stood before that run, so a rerun on the same day offers
      *    the same alerts again instead of an empty file
           05  CTL-NOTIFY-RUN-DATE     PIC 9(8).
           05  CTL-NOTIFY-BASE-ALERT-ID PIC 9(10).
      *    Sequence for the held-mail register (see MAILHOLD.COB);
      *    carved from the reserve like the ones above
           05  CTL-LAST-HELD-MAIL-ID   PIC 9(10).
      *    Sequence for complaint case numbers (see COMPLAINTS.COB);
      *    carved from the reserve like the ones above
           05  CTL-LAST-COMPLAINT-ID   PIC 9(8).
      *    Sequence for suspicious activity case numbers (see
      *    SARCASES.COB); carved from the reserve like the ones above
           05  CTL-LAST-SAR-CASE-ID    PIC 9(8).
      *    Sequence for the suspense open-item register (see
      *    OPENITEM.COB); carved from the reserve like the ones above
           05  CTL-LAST-OPEN-ITEM-ID   PIC 9(10).
      *    Sequence for money market deal numbers (see MMDEALS.COB);
      *    carved from the reserve like the ones above
           05  CTL-LAST-MM-DEAL-ID     PIC 9(8).
      *    Sequence for FX counter exchange numbers (see
      *    FXCOUNTER.COB); carved from the reserve like the ones above
           05  CTL-LAST-FX-COUNTER-ID  PIC 9(10).
      *    Sequence for the operator session register (see
      *    SESSIONS.COB); carved from the reserve like the ones above
           05  CTL-LAST-SESSION-ID     PIC 9(10).
      *    Marks a training sandbox data set (see TRNREFR.COB): set
      *    only on the sandbox's own control record when it is
      *    refreshed, blank on the live data set. Jobs that write
      *    interface files refuse to run against a training set.
      *    Carved from the reserve like the fields above.
           05  CTL-DATA-SET-SWITCH     PIC X.
               88  CTL-TRAINING-DATA-SET VALUE 'T'.
      *    Sequence for reference data change numbers (see
      *    REFCHG.COB); carved from the reserve like the ones above
           05  CTL-LAST-REF-CHANGE-ID  PIC 9(10).
      *    Sequence for archived print spool runs (see SPOOLARC.COB);
      *    carved from the reserve like the ones above
           05  CTL-LAST-SPOOL-RUN-ID   PIC 9(8).
      *    Sequence for audit confirmation control numbers (see
      *    CONFLTR.COB); carved from the reserve like the ones above
           05  CTL-LAST-CONFIRM-NO     PIC 9(8).
      *    Sequence for redirected payment log items (see
      *    REDIRECT.COB); carved from the reserve like the ones above
           05  CTL-LAST-REDIRECT-ITEM-ID PIC 9(10).
      *    Last fiscal year closed into retained earnings (see
      *    YEARCLOSE.COB); carved from the reserve like the ones above
           05  CTL-LAST-CLOSED-YEAR    PIC 9(4).
      *    Sequence for consent register events (see CONSENT.COB);
      *    carved from the reserve like the ones above
           05  CTL-LAST-CONSENT-ID     PIC 9(10).
      *    Sequence for collections contact log entries (see
      *    COLLECT.COB); carved from the reserve like the ones above
           05  CTL-LAST-COLL-CONTACT-ID PIC 9(10).
      *    Sequence for relationship manager assignment history
      *    (see RELMGR.COB); carved from the reserve like the ones
      *    above
           05  CTL-LAST-RM-EVENT-ID    PIC 9(10).
           05  CTL-FILLER              PIC X(13).

      * Business Rules Parameter Record (the transaction-amount and
      * account-ID limits VALIDATION.COB enforces, held here instead of
           05  BRL-MAX-DEBIT-AMOUNT    PIC 9(13)V99.
           05  BRL-MIN-ACCOUNT-ID      PIC 9(8).
           05  BRL-MAX-ACCOUNT-ID      PIC 9(8).
      *    Loan arrears charges LOANPOST applies: default interest
      *    (annual percent, accrued daily on LN-ARREARS-AMT), the
      *    one-time late fee, and the days a missed installment may
      *    stay unpaid before the fee is charged
           05  BRL-LOAN-DEFAULT-RATE   PIC 9(2)V99.
           05  BRL-LOAN-LATE-FEE       PIC 9(5)V99.
           05  BRL-LOAN-GRACE-DAYS     PIC 9(3).
      *    Origination fee CREATE-LOAN takes from the disbursed
      *    funds, as a percent of the principal (one decimal place);
      *    took the last of the record's filler
           05  BRL-LOAN-ORIG-FEE-PCT   PIC 9V9.
      *    Large exposure rules LRGEXP applies: the capital base the
      *    exposures are measured against, the percent of it at which
      *    an exposure is reportable, and the single-name and
      *    connected-group limits as percents of it. The record grew
      *    from 80 bytes for these; a file written before then reads
      *    them as blanks
           05  BRL-CAPITAL-BASE        PIC 9(13)V99.
           05  BRL-LARGE-EXP-PCT       PIC 9(2)V99.
           05  BRL-SINGLE-NAME-PCT     PIC 9(2)V99.
           05  BRL-GROUP-LIMIT-PCT     PIC 9(2)V99.
      *    Compulsory reserve ratios RESVREQ applies to the average
      *    eligible balance of each deposit category, as percents.
      *    The record grew from 120 bytes for these; a file written
      *    before then reads them as blanks
           05  BRL-RESERVE-PCT-CHECKING PIC 9(2)V99.
           05  BRL-RESERVE-PCT-SAVINGS PIC 9(2)V99.
           05  BRL-RESERVE-PCT-TERM    PIC 9(2)V99.
           05  BRL-RESERVE-PCT-NOTICE  PIC 9(2)V99.
      *    Capital adequacy thresholds CAPADEQ checks the capital
      *    ratio against, as percents of risk-weighted assets: the
      *    regulatory floor and the internal warning buffer above it
           05  BRL-MIN-CAPITAL-PCT     PIC 9(2)V99.
           05  BRL-CAPITAL-BUFFER-PCT  PIC 9(2)V99.
      *    Variance tolerance BUDVAR highlights budget lines against,
      *    as a percent of the budget amount
           05  BRL-BUDGET-TOL-PCT      PIC 9(2)V99.
      *    Age in days past which OIAGING raises a write-off voucher
      *    for a suspense open item still unmatched
           05  BRL-OI-WRITEOFF-DAYS    PIC 9(3).
           05  BRL-FILLER              PIC X(2).
      *    BRL value of a walk-in FX counter exchange at or above
      *    which the occasional customer's identification must be
      *    captured (see FXCOUNTER.COB). The record grew from 140
      *    bytes for it; a file written before then reads it as
      *    blanks
           05  BRL-FXC-ID-THRESHOLD    PIC 9(13)V99.
      *    Terminal session policy (see SESSIONS.COB): the minutes a
      *    logged-in terminal may sit idle before it locks and asks
      *    for the PIN again, and the branch working hours (HHMM)
      *    outside which the daily session report flags a session.
      *    The record grew from 155 bytes for these; a file written
      *    before then reads them as blanks
           05  BRL-SESSION-IDLE-MINUTES PIC 9(3).
           05  BRL-WORKDAY-START       PIC 9(4).
           05  BRL-WORKDAY-END         PIC 9(4).
      *    Collections desk (see COLLQ.COB): the operator who works
      *    each arrears bucket of the collections queue, by days past
      *    due. Zero leaves the bucket unassigned. The record grew
      *    from 166 bytes for these; a file written before then reads
      *    them as blanks
           05  BRL-COLLECTOR-1-30      PIC 9(6).
           05  BRL-COLLECTOR-31-60     PIC 9(6).
           05  BRL-COLLECTOR-61-90     PIC 9(6).
           05  BRL-COLLECTOR-OVER-90   PIC 9(6).

      * Standing Order Record (recurring transfer instruction, scanned
      * daily by the standing order batch job and posted through the
       01  OPERATOR-RECORD.
           05  OP-ID                   PIC 9(6).
           05  OP-NAME                 PIC X(30).
      *    The PIN is kept only as a salted one-way hash (see
      *    PINHASH.COB) - never in clear
           05  OP-PIN-SALT             PIC X(16).
           05  OP-PIN-HASH             PIC X(30).
           05  OP-STATUS               PIC X(8).
               88  OP-ACTIVE           VALUE 'ACTIVE'.
               88  OP-DISABLED         VALUE 'DISABLED'.
      *    Entitlement role enforced at each menu action: TELLER does
      *    everyday customer work, SUPERVISOR additionally approves,
      *    reverses, and sets credit facilities, AUDITOR can only look.
      *    COMPLIANCE (the financial crime analyst) and MLRO (the
      *    money laundering reporting officer who decides what is
      *    filed) are the only roles that can see suspicious activity
      *    cases (see SARCASES.COB).
      *    Blank on records written before roles existed is treated as
      *    TELLER, the least-privileged working role.
           05  OP-ROLE                 PIC X(10).
               88  OP-ROLE-TELLER      VALUE 'TELLER'.
               88  OP-ROLE-SUPERVISOR  VALUE 'SUPERVISOR'.
               88  OP-ROLE-AUDITOR     VALUE 'AUDITOR'.
               88  OP-ROLE-COMPLIANCE  VALUE 'COMPLIANCE'.
               88  OP-ROLE-MLRO        VALUE 'MLRO'.
      *    PIN lifecycle: when the PIN was last changed (spaces means
      *    never - the operator must set their own PIN at first
      *    login), an explicit change-required switch a supervisor
      *    caps existed) means no personal cap - the account-level
      *    business rules still apply either way.
           05  OP-DEBIT-LIMIT          PIC S9(13)V99 COMP-3.
      *    Staff-account link: the customer master record of the
      *    operator themself, and up to five customers they have
      *    declared as related (family, partner, business
      *    associate). Postings, reversals, approvals, hold releases
      *    and fee plan changes on an account held by any of them are
      *    refused for this operator and must be handled by another.
      *    Zero (and every record written before links existed)
      *    means no link.
           05  OP-CUSTOMER-ID          PIC 9(8).
           05  OP-RELATED-COUNT        PIC 9.
           05  OP-RELATED-CUSTOMER-ID  PIC 9(8) OCCURS 5 TIMES.
      *    Trainee flag, set by a supervisor: a trainee is offered
      *    training mode at login, which runs the whole terminal
      *    against the sandbox data set instead of the live files.
      *    Anything but 'Y' (including every record written before
      *    the flag existed) means not a trainee.
           05  OP-TRAINEE-SWITCH       PIC X.
               88  OP-TRAINEE          VALUE 'Y'.

      * Operator Activity Audit Record (a distinct, separate log from
      * LEDGER-RECORD - the ledger only ever records money movements;
               88  BPY-RETURNED        VALUE 'RETURNED'.
           05  BPY-PAY-DATE            PIC 9(8).
           05  BPY-CREATED-TS          PIC X(14).
      *    Value date of the payment - the next business day when it
      *    was taken after the bill payment cut-off; the remittance
      *    file holds the row back until then. Carved out of the
      *    reserved filler, so rows written before it existed carry
      *    spaces and are remitted on the next run as always.
           05  BPY-VALUE-DATE          PIC 9(8).
           05  BPY-FILLER              PIC X(2).

      * One formatted line of the per-biller remittance file and
      * one raw line of the billers' reject file
               88  SBX-DRILLED         VALUE 'DRILLED'.
           05  SBX-LAST-BILLED-DATE    PIC 9(8).
           05  SBX-CREATED-TS          PIC X(14).
      *    Branch whose strongroom holds the box; carved from the
      *    filler, so boxes registered before it hold spaces here,
      *    read as the head office branch '0001'
           05  SBX-BRANCH-CODE         PIC X(4).
           05  SBX-FILLER              PIC X(6).

      * Safe Deposit Box Access Log Record (append-only, one row
      * per visit, the same separate-log stance AUDIT-RECORD takes)
               88  CRD-ACTIVE          VALUE 'ACTIVE'.
               88  CRD-BLOCKED         VALUE 'BLOCKED'.
               88  CRD-EXPIRED         VALUE 'EXPIRED'.
      *        Production lifecycle: a card is ORDERED when issued,
      *        goes to the card bureau on the next embossing file,
      *        and comes back PRODUCED (awaiting the customer's
      *        activation) or REJECTED. Only an ACTIVE card is
      *        usable anywhere. A replaced or renewed card becomes
      *        REPLACED once its successor is activated.
               88  CRD-ORDERED         VALUE 'ORDERED'.
               88  CRD-PRODUCED        VALUE 'PRODUCED'.
               88  CRD-REJECTED        VALUE 'REJECTED'.
               88  CRD-REPLACED        VALUE 'REPLACED'.
           05  CRD-EXPIRY-DATE         PIC 9(6).
           05  CRD-CREATED-TS          PIC X(14).
           05  CRD-UPDATED-TS          PIC X(14).
      *    Four-digit PIN for self-service (kiosk) inquiries, kept
      *    only as a salted one-way hash (see PINHASH.COB); spaces
      *    until the customer sets one at the counter - a card with
      *    no PIN cannot be used at the kiosk
           05  CRD-PIN-SALT            PIC X(16).
           05  CRD-PIN-HASH            PIC X(30).
      *    Daily limits the card authorization step enforces - one
      *    for cash taken at ATMs, one for purchases at the point of
      *    sale - and the amounts already approved against each on
      *    CRD-LIMIT-USE-DATE; the first request of a later business
      *    date starts both counts again from zero
           05  CRD-ATM-DAILY-LIMIT     PIC S9(13)V99 COMP-3.
           05  CRD-POS-DAILY-LIMIT     PIC S9(13)V99 COMP-3.
           05  CRD-LIMIT-USE-DATE      PIC 9(8).
           05  CRD-ATM-USED-TODAY      PIC S9(13)V99 COMP-3.
           05  CRD-POS-USED-TODAY      PIC S9(13)V99 COMP-3.
      *    Why the plastic was ordered, the business date it went
      *    to the card bureau on the embossing file (zero until
      *    then) and the date the bureau reported it produced or
      *    rejected
           05  CRD-ISSUE-REASON        PIC X.
               88  CRD-NEW-ISSUE       VALUE 'N'.
               88  CRD-REPLACEMENT     VALUE 'R'.
               88  CRD-RENEWAL         VALUE 'W'.
           05  CRD-EMBOSS-SENT-DATE    PIC 9(8).
           05  CRD-PRODUCTION-DATE     PIC 9(8).
      *    The card a replacement or renewal succeeds (zero for a
      *    new issue), and on the older card the mark that its
      *    successor is on order - so a card is never replaced or
      *    renewed twice
           05  CRD-PREDECESSOR-CARD    PIC 9(16) COMP-3.
           05  CRD-SUCCESSOR-FLAG      PIC X.
               88  CRD-SUCCESSOR-ORDERED VALUE 'Y'.
      *    Reserve for later card fields (see CARDLMIG.COB)
           05  CRD-FILLER              PIC X(3).

      * Card Authorization Record (one row per authorization request
      * the card network sends before a purchase or ATM withdrawal
      * settles, written by AUTHORIZE-CARD in CARDS.COB whether it is
      * approved or declined). An approval places a funds hold on the
      * card's account through HOLDS.COB, so the same money cannot be
      * spent twice while the item is on its way to settlement. The
      * settlement batch matches the settled item back to its
      * authorization by card and network reference and releases the
      * hold; an approval the network never settles is dropped by the
      * authorization expiry batch after a set number of days.
       01  CARD-AUTH-RECORD.
           05  CAU-AUTH-ID             PIC 9(10).
           05  CAU-CARD-NUMBER         PIC 9(16).
           05  CAU-ACCOUNT-ID          PIC 9(8).
           05  CAU-CHANNEL             PIC X(3).
               88  CAU-ATM             VALUE 'ATM'.
               88  CAU-POS             VALUE 'POS'.
           05  CAU-AMOUNT              PIC S9(13)V99 COMP-3.
      *    The network's reference for the item - the same reference
      *    arrives again on the settlement file
           05  CAU-REFERENCE           PIC X(20).
      *    Business date the request was decided on
           05  CAU-AUTH-DATE           PIC 9(8).
      *    Lifecycle: APPROVED while the hold stands; SETTLED once the
      *    settled item posted; LAPSED when the expiry batch dropped
      *    it unsettled; RELEASED when the hold came off for a
      *    settlement item that then could not post. DECLINED rows
      *    never held anything.
           05  CAU-STATUS              PIC X(8).
               88  CAU-APPROVED        VALUE 'APPROVED'.
               88  CAU-DECLINED        VALUE 'DECLINED'.
               88  CAU-SETTLED         VALUE 'SETTLED'.
               88  CAU-LAPSED          VALUE 'LAPSED'.
               88  CAU-RELEASED        VALUE 'RELEASED'.
           05  CAU-DECLINE-REASON      PIC X(30).
      *    Funds hold register row placed by the approval
           05  CAU-HOLD-ID             PIC 9(10).
           05  CAU-SETTLED-AMOUNT      PIC S9(13)V99 COMP-3.
      *    Business date the row left APPROVED (zero while it stands)
           05  CAU-CLOSED-DATE         PIC 9(8).
           05  CAU-CREATED-TS          PIC X(14).
           05  CAU-FILLER              PIC X(20).

      * One raw line of the card network's authorization request
      * file (fixed-format HDR/DTL/TRL), and one formatted line of
      * the approve/decline answer file sent back - see the card
      * authorization batch
       01  CARD-AUTH-IN-LINE           PIC X(100).
       01  CARD-AUTH-RESPONSE-LINE     PIC X(100).

      * One formatted line of the embossing request file sent to the
      * card bureau each night, and one raw line of the production
      * file the bureau returns (both fixed-format HDR/DTL/TRL) - see
      * the card embossing and card production batches
       01  CARD-EMBOSS-LINE            PIC X(150).
       01  CARD-PRODUCTION-IN-LINE     PIC X(100).

      * One raw line read from the card network's daily settlement
      * file (fixed-format HDR/DTL/TRL, the card-scheme mirror of the
               88  CUS-RISK-MEDIUM     VALUE 'MEDIUM'.
               88  CUS-RISK-HIGH       VALUE 'HIGH'.
           05  CUS-NEXT-KYC-REVIEW     PIC 9(8).
      *    Electronic contact details and how the customer wants to
      *    hear about alerts and advices. SMS needs a mobile number
      *    and EMAIL an address on file; blank channel (records
      *    migrated from the pre-contact layout, see CUSMIG.COB)
      *    means PAPER, the printed advice letter as before.
           05  CUS-MOBILE-PHONE        PIC X(15).
           05  CUS-EMAIL               PIC X(60).
           05  CUS-NOTIFY-CHANNEL      PIC X(5).
               88  CUS-NOTIFY-PAPER    VALUE 'PAPER' SPACES.
               88  CUS-NOTIFY-SMS      VALUE 'SMS'.
               88  CUS-NOTIFY-EMAIL    VALUE 'EMAIL'.
      *    Returned-mail flag (see MAILHOLD.COB): raised when the
      *    post office returns an item as undeliverable. While it
      *    is set every print run holds this customer's documents
      *    in the held-mail register instead of mailing them to the
      *    bad address; an address amendment clears it. The memo ID
      *    is the account-load warning raised with the flag.
      *    Carved from the filler.
           05  CUS-MAIL-STATUS         PIC X.
               88  CUS-MAIL-RETURNED   VALUE 'R'.
           05  CUS-MAIL-RETURNED-DATE  PIC 9(8).
           05  CUS-MAIL-MEMO-ID        PIC 9(10).
      *    Relationship manager holding this customer in their book
      *    (see RELMGR.COB), and the date they took the customer
      *    over. Spaces means no manager - an ordinary branch-served
      *    customer. Changed only through the supervised portfolio
      *    reassignment, which keeps every change in the RM
      *    assignment history. A customer file from before the
      *    contact fields comes through CUSMIG.COB straight into
      *    this layout, with no manager set.
           05  CUS-RM-CODE             PIC X(6).
           05  CUS-RM-SINCE-DATE       PIC 9(8).
           05  CUS-FILLER              PIC X(31).

      * Loan Account Record (one row per loan, maintained by
      * LOANS.COB). A simple fixed-installment product: the principal
      * date one month per installment. An installment the account
      * cannot cover moves into LN-ARREARS-AMT (aged from
      * LN-ARREARS-SINCE-DATE by the arrears report) instead of being
      * silently retried forever. A supervised restructure (see
      * RESTRUCTURE-LOAN in LOANS.COB) re-terms the loan in place and
      * keeps the terms it replaced in LOAN-RESTRUCTURE-RECORD. A
      * loan judged unrecoverable is written off under supervision
      * (see WRITE-OFF-LOAN): it leaves the book as WRITOFF, the
      * amount written off is carried as an off-balance-sheet memo,
      * and anything collected afterwards is a recovery (see
      * LOAN-RECOVERY-RECORD), booked to income.
       01  LOAN-RECORD.
           05  LN-LOAN-ID              PIC 9(8).
           05  LN-ACCOUNT-ID           PIC 9(8).
           05  LN-STATUS               PIC X(8).
               88  LN-ACTIVE           VALUE 'ACTIVE'.
               88  LN-PAID-OFF         VALUE 'PAIDOFF'.
               88  LN-WRITTEN-OFF      VALUE 'WRITOFF'.
           05  LN-CREATED-TS           PIC X(14).
      *    Restructure standing: once restructured a loan stays
      *    flagged for the rest of its life, so the provisioning and
      *    arrears reports keep it apart from the performing book
           05  LN-RESTRUCTURE-FLAG     PIC X.
               88  LN-RESTRUCTURED     VALUE 'Y'.
           05  LN-RESTRUCTURE-COUNT    PIC 9(2).
           05  LN-LAST-RESTRUCTURE-DATE PIC 9(8).
      *    Arrears a restructure set aside on their own schedule
      *    rather than capitalizing them: the balance still owed
      *    (carried inside LN-OUTSTANDING) and the portion the
      *    repayment batch collects with each installment
           05  LN-DEFERRED-ARREARS     PIC S9(13)V99 COMP-3.
           05  LN-DEFERRED-INSTALLMENT PIC S9(13)V99 COMP-3.
      *    Write-off memo: the amount taken off the book and the
      *    posting date it went, plus what has been recovered on it
      *    since and how many recoveries (LOAN-RECOVERY-RECORD rows)
      *    that took. Carved out of the reserved filler.
           05  LN-WRITTEN-OFF-AMT      PIC S9(13)V99 COMP-3.
           05  LN-WRITE-OFF-DATE       PIC 9(8).
           05  LN-RECOVERED-AMT        PIC S9(13)V99 COMP-3.
           05  LN-RECOVERY-COUNT       PIC 9(3).
      *    Arrears charges (see LOANPOST.COB): default interest
      *    accrued on the arrears but not yet charged and the posting
      *    date it was last accrued for, the due date of the latest
      *    missed installment, and the due date the late fee was last
      *    charged for, so each miss draws the fee once
           05  LN-DEFAULT-INT-ACCRUED  PIC S9(13)V99 COMP-3.
           05  LN-DEFAULT-INT-THRU     PIC 9(8).
           05  LN-LAST-MISSED-DUE-DATE PIC 9(8).
           05  LN-LATE-FEE-DUE-DATE    PIC 9(8).
      *    Rate basis: a FLOATING loan is priced at its reference
      *    index (REFERENCE-RATE-RECORD) plus a signed spread and is
      *    re-priced every LN-REPRICE-MONTHS months by the repricing
      *    batch (LOANRPRC.COB); anything else keeps the rate it was
      *    booked at
           05  LN-RATE-TYPE            PIC X(8).
               88  LN-FLOATING         VALUE 'FLOATING'.
               88  LN-FIXED            VALUE 'FIXED' SPACES.
           05  LN-INDEX-CODE           PIC X(6).
           05  LN-RATE-SPREAD          PIC S9(2)V9(4) COMP-3.
           05  LN-REPRICE-MONTHS       PIC 9(2).
           05  LN-NEXT-REPRICE-DATE    PIC 9(8).
      *    Credit bureau reporting (see CRBUREAU.COB): the principal
      *    the loan was booked at, which restructuring and repricing
      *    leave alone, and the posting date it was paid off
           05  LN-ORIGINAL-PRINCIPAL   PIC S9(13)V99 COMP-3.
           05  LN-PAID-OFF-DATE        PIC 9(8).
      *    Origination fee (see LOANFEE.COB): the fee taken at
      *    disbursement, the part still deferred on GLA 2500, the
      *    month it was last released in and how much that release
      *    was, and the remainder recognized at once when the loan
      *    was settled early or written off. Carved out of the
      *    reserved filler.
           05  LN-ORIG-FEE-AMT         PIC S9(13)V99 COMP-3.
           05  LN-FEE-UNAMORTIZED      PIC S9(13)V99 COMP-3.
           05  LN-FEE-RELEASE-MONTH    PIC 9(6).
           05  LN-FEE-LAST-RELEASE     PIC S9(13)V99 COMP-3.
           05  LN-FEE-ACCELERATED      PIC S9(13)V99 COMP-3.
           05  LN-FILLER               PIC X(62).

      * Loan Restructure History Record (one row per restructure,
      * written by RESTRUCTURE-LOAN in LOANS.COB). Keyed by loan plus
      * restructure sequence, it keeps the terms the loan carried
      * immediately before the restructure next to the terms that
      * replaced them, how the arrears were treated, why, and which
      * supervisor approved it. Rows are never updated or deleted.
       01  LOAN-RESTRUCTURE-RECORD.
           05  LRS-LOAN-ID             PIC 9(8).
           05  LRS-SEQ                 PIC 9(2).
           05  LRS-ACCOUNT-ID          PIC 9(8).
           05  LRS-TREATMENT           PIC X(10).
               88  LRS-CAPITALIZED     VALUE 'CAPITALIZE'.
               88  LRS-SCHEDULED       VALUE 'SCHEDULE'.
      *    Terms before the restructure
           05  LRS-OLD-PRINCIPAL       PIC S9(13)V99 COMP-3.
           05  LRS-OLD-ANNUAL-RATE     PIC 9(2)V9(4).
           05  LRS-OLD-TERM-MONTHS     PIC 9(3).
           05  LRS-OLD-INSTALLMENT-AMT PIC S9(13)V99 COMP-3.
           05  LRS-OLD-INSTALLMENTS-LEFT PIC 9(3).
           05  LRS-OLD-NEXT-DUE-DATE   PIC 9(8).
           05  LRS-OLD-OUTSTANDING     PIC S9(13)V99 COMP-3.
           05  LRS-OLD-ARREARS-AMT     PIC S9(13)V99 COMP-3.
           05  LRS-OLD-ARREARS-SINCE-DATE PIC 9(8).
           05  LRS-OLD-DEFERRED-ARREARS PIC S9(13)V99 COMP-3.
      *    Terms after the restructure
           05  LRS-NEW-PRINCIPAL       PIC S9(13)V99 COMP-3.
           05  LRS-NEW-ANNUAL-RATE     PIC 9(2)V9(4).
           05  LRS-NEW-TERM-MONTHS     PIC 9(3).
           05  LRS-NEW-INSTALLMENT-AMT PIC S9(13)V99 COMP-3.
           05  LRS-NEW-NEXT-DUE-DATE   PIC 9(8).
           05  LRS-NEW-OUTSTANDING     PIC S9(13)V99 COMP-3.
           05  LRS-NEW-DEFERRED-ARREARS PIC S9(13)V99 COMP-3.
           05  LRS-NEW-DEFERRED-INSTALLMENT PIC S9(13)V99 COMP-3.
           05  LRS-REASON              PIC X(40).
           05  LRS-APPROVED-BY         PIC 9(6).
           05  LRS-RESTRUCTURED-TS     PIC X(14).
           05  LRS-FILLER              PIC X(20).

      * Loan Recovery Record (one row per amount collected on a
      * written-off loan, written by RECORD-LOAN-RECOVERY in
      * LOANS.COB). Keyed by loan plus recovery sequence. The money
      * is booked to recovery income, never to principal; each row
      * keeps the write-off memo still open after it, and the
      * monthly recoveries report (RECOVRPT.COB) reads this file by
      * recovery date. Rows are never updated or deleted.
       01  LOAN-RECOVERY-RECORD.
           05  LRV-LOAN-ID             PIC 9(8).
           05  LRV-SEQ                 PIC 9(3).
           05  LRV-ACCOUNT-ID          PIC 9(8).
           05  LRV-AMOUNT              PIC S9(13)V99 COMP-3.
           05  LRV-RECOVERY-DATE       PIC 9(8).
           05  LRV-WRITE-OFF-DATE      PIC 9(8).
           05  LRV-WRITTEN-OFF-AMT     PIC S9(13)V99 COMP-3.
           05  LRV-MEMO-REMAINING      PIC S9(13)V99 COMP-3.
           05  LRV-TXN-ID              PIC 9(12).
           05  LRV-RECORDED-BY         PIC 9(6).
           05  LRV-RECORDED-TS         PIC X(14).
           05  LRV-FILLER              PIC X(20).

      * Reference Rate Record (one row per effective-dated value of a
      * lending reference index, maintained by REFRATE.COB). Keyed by
      * index code plus the date the value takes effect, so the
      * history of each index stays on file; the value in force on a
      * date is the latest row effective on or before it. FLOATING
      * loans are priced at their index plus a spread.
       01  REFERENCE-RATE-RECORD.
           05  RRT-INDEX-CODE          PIC X(6).
           05  RRT-EFFECTIVE-DATE      PIC 9(8).
           05  RRT-RATE                PIC 9(2)V9(4).
           05  RRT-ENTERED-BY          PIC 9(6).
           05  RRT-ENTERED-TS          PIC X(14).
           05  RRT-FILLER              PIC X(20).

      * Interest Rate Schedule Record (one row per deposit or
      * overdraft product and the date a schedule takes effect,
      * maintained by INTRATE.COB). Keyed like the reference rate
      * file, so each product's rate history stays on file and the
      * schedule in force on a date is the latest row effective on
      * or before it. Up to five balance tiers in ascending order of
      * floor, the first floor zero: the tier whose floor the
      * balance reaches prices the whole balance. Rates are annual
      * percentages, turned into a day's interest over the day-count
      * basis (actual/365 or actual/360).
       01  INTEREST-RATE-SCHEDULE-RECORD.
           05  IRS-PRODUCT             PIC X(10).
               88  IRS-PRODUCT-SAVINGS VALUE 'SAVINGS'.
               88  IRS-PRODUCT-NOTICE  VALUE 'NOTICE'.
               88  IRS-PRODUCT-OVERDRAFT VALUE 'OVERDRAFT'.
           05  IRS-EFFECTIVE-DATE      PIC 9(8).
           05  IRS-DAY-BASIS           PIC 9(3).
               88  IRS-ACTUAL-365      VALUE 365.
               88  IRS-ACTUAL-360      VALUE 360.
           05  IRS-TIER-COUNT          PIC 9.
           05  IRS-TIER OCCURS 5 TIMES.
               10  IRS-TIER-FLOOR      PIC 9(13)V99.
               10  IRS-TIER-RATE       PIC 9(2)V9(4).
           05  IRS-ENTERED-BY          PIC 9(6).
           05  IRS-ENTERED-TS          PIC X(14).
           05  IRS-FILLER              PIC X(20).

      * Term Deposit Rate Card Record (one row per currency, term,
      * amount band and the date the row takes effect, maintained by
      * TDRATE.COB). A deal is priced from the row with the longest
      * term not beyond its own and the highest band floor its
      * principal reaches; among that band's rows the latest
      * standard row effective on or before the date applies, unless
      * a campaign row (TDR-CAMPAIGN) runs over the date - a campaign
      * is in force from its effective date through TDR-END-DATE and
      * beats the standard row for its band while it runs.
       01  TD-RATE-CARD-RECORD.
           05  TDR-CURRENCY            PIC X(3).
           05  TDR-TERM-MONTHS         PIC 9(3).
           05  TDR-BAND-FLOOR          PIC 9(13)V99.
           05  TDR-EFFECTIVE-DATE      PIC 9(8).
           05  TDR-ROW-KIND            PIC X(1).
               88  TDR-STANDARD        VALUE 'S'.
               88  TDR-CAMPAIGN        VALUE 'C'.
           05  TDR-END-DATE            PIC 9(8).
           05  TDR-RATE                PIC 9(2)V9(4).
           05  TDR-CAMPAIGN-NAME       PIC X(20).
           05  TDR-ENTERED-BY          PIC 9(6).
           05  TDR-ENTERED-TS          PIC X(14).
           05  TDR-FILLER              PIC X(20).

      * Term Deposit Rate Exception Record (one row per deal opened
      * at a teller-keyed rate above the rate card, written by
      * TDRATE.COB). Keyed by the posting date the deal opened on and
      * its account, so the monthly rate exceptions report reads one
      * month's rows in order.
       01  TD-RATE-EXCEPTION-RECORD.
           05  TDX-OPEN-DATE           PIC 9(8).
           05  TDX-ACCOUNT-ID          PIC 9(8).
           05  TDX-SETTLE-ACCT         PIC 9(8).
           05  TDX-CURRENCY            PIC X(3).
           05  TDX-PRINCIPAL           PIC 9(13)V99.
           05  TDX-TERM-MONTHS         PIC 9(3).
           05  TDX-CARD-RATE           PIC 9(2)V9(4).
           05  TDX-GRANTED-RATE        PIC 9(2)V9(4).
           05  TDX-APPROVED-BY         PIC 9(6).
           05  TDX-ENTERED-TS          PIC X(14).
           05  TDX-FILLER              PIC X(20).

      * Processing Cut-off Record (one row per payment type and
      * channel, maintained by CUTOFF.COB). An item received at or
      * after its cut-off time on the business day takes the next
      * business day as its value and execution date; a payment
      * type and channel with no row has no cut-off and always
      * values on the posting date. The PPAY row is the time of day,
      * on the business day after presentation, by which a positive
      * pay customer must decide each exception.
       01  CUTOFF-RECORD.
           05  CUT-PAYMENT-TYPE        PIC X(8).
               88  CUT-TYPE-WIRE       VALUE 'WIRE'.
               88  CUT-TYPE-TRANSFER   VALUE 'XFER'.
               88  CUT-TYPE-BILLPAY    VALUE 'BILLPAY'.
               88  CUT-TYPE-DIRECT-DEBIT VALUE 'DDEBIT'.
               88  CUT-TYPE-CHEQUE-DEP VALUE 'CHQDEP'.
               88  CUT-TYPE-POSITIVE-PAY VALUE 'PPAY'.
           05  CUT-CHANNEL             PIC X(10).
      *    Cut-off time of day, HHMM on the 24-hour clock
           05  CUT-TIME                PIC 9(4).
           05  CUT-TIME-PARTS REDEFINES CUT-TIME.
               10  CUT-HOUR            PIC 99.
               10  CUT-MINUTE          PIC 99.
           05  CUT-UPDATED-BY          PIC 9(6).
           05  CUT-UPDATED-TS          PIC X(14).
           05  CUT-FILLER              PIC X(20).

      * Positive Pay Enrolment Record (one row per corporate account
      * that sends an issued-cheque file, maintained by CHEQUES.COB).
      * Presentations on an ACTIVE account are matched against the
      * issue details on the cheque register; the default decision
      * is applied to any exception the customer has not decided by
      * the positive pay cut-off.
       01  POSITIVE-PAY-RECORD.
           05  PPY-ACCOUNT-ID          PIC 9(8).
           05  PPY-STATUS              PIC X(8).
               88  PPY-ACTIVE          VALUE 'ACTIVE'.
               88  PPY-WITHDRAWN       VALUE 'WITHDRWN'.
           05  PPY-DEFAULT-DECISION    PIC X(6).
               88  PPY-DEFAULT-PAY     VALUE 'PAY'.
               88  PPY-DEFAULT-RETURN  VALUE 'RETURN'.
           05  PPY-UPDATED-BY          PIC 9(6).
           05  PPY-ENROLLED-TS         PIC X(14).
           05  PPY-UPDATED-TS          PIC X(14).
      *    Business date of the last issued-cheque file loaded
           05  PPY-LAST-FILE-DATE      PIC 9(8).
           05  PPY-FILLER              PIC X(20).

      * Positive Pay Exception Record (one row per presented cheque
      * that did not match the issued-cheque file, keyed by account
      * and cheque number, maintained by CHEQUES.COB). The leaf is
      * held PPHELD while the exception is OPEN; the customer's
      * decision, or the account's default once the decision is
      * overdue, pays or returns the item and closes the row. A
      * leaf presented again after a return re-opens its row.
       01  PPAY-EXCEPTION-RECORD.
           05  PPX-ACCOUNT-ID          PIC 9(8).
           05  PPX-CHEQUE-NUMBER       PIC 9(8).
           05  PPX-REASON              PIC X(8).
               88  PPX-UNLISTED        VALUE 'UNLISTED'.
               88  PPX-AMOUNT-MISMATCH VALUE 'AMOUNT'.
           05  PPX-PRESENTED-AMOUNT    PIC S9(13)V99 COMP-3.
      *    Amount on the issued-cheque file (zero when unlisted)
           05  PPX-ISSUED-AMOUNT       PIC S9(13)V99 COMP-3.
           05  PPX-PRESENTED-BY        PIC 9(6).
           05  PPX-PRESENTED-DATE      PIC 9(8).
           05  PPX-PRESENTED-TS        PIC X(14).
      *    Decision deadline: business date plus HHMM (zero time
      *    means the whole of the due date)
           05  PPX-DUE-DATE            PIC 9(8).
           05  PPX-DUE-TIME            PIC 9(4).
           05  PPX-STATUS              PIC X(8).
               88  PPX-OPEN            VALUE 'OPEN'.
               88  PPX-DECIDED         VALUE 'DECIDED'.
           05  PPX-DECISION            PIC X(6).
               88  PPX-DECISION-PAY    VALUE 'PAY'.
               88  PPX-DECISION-RETURN VALUE 'RETURN'.
           05  PPX-DECIDED-BY          PIC X(8).
               88  PPX-BY-CUSTOMER     VALUE 'CUSTOMER'.
               88  PPX-BY-DEFAULT      VALUE 'DEFAULT'.
           05  PPX-DECIDED-OPERATOR    PIC 9(6).
           05  PPX-DECIDED-TS          PIC X(14).
           05  PPX-FILLER              PIC X(20).

      * One raw line read from a positive pay customer's issued-cheque
      * file (fixed-format HDR/DTL/TRL, loaded by PPAYLOAD.COB)
       01  PPAY-ISSUE-LINE             PIC X(100).

      * Instant Payment Record (one row per instant payment sent to
      * or received from the central bank's instant payment scheme,
      * keyed by reference, maintained by IPAY.COB). An outbound
      * payment is debited when it is SENT (or HELD while a posting
      * limit approval is outstanding) and is SETTLED or REJECTED by
      * the scheme's reply; an inbound credit is POSTED on arrival,
      * or REJECTED back to the scheme.
       01  INSTANT-PAYMENT-RECORD.
           05  IPM-REFERENCE           PIC X(20).
           05  IPM-DIRECTION           PIC X(3).
               88  IPM-OUTBOUND        VALUE 'OUT'.
               88  IPM-INBOUND         VALUE 'IN'.
           05  IPM-ACCOUNT-ID          PIC 9(8).
           05  IPM-AMOUNT              PIC S9(13)V99 COMP-3.
      *    The other bank's scheme participant code and account, and
      *    the alias the payment was addressed by (blank when it was
      *    addressed by account)
           05  IPM-OTHER-PARTICIPANT   PIC X(8).
           05  IPM-OTHER-ACCOUNT       PIC X(20).
           05  IPM-OTHER-NAME          PIC X(30).
           05  IPM-ALIAS               PIC X(40).
           05  IPM-STATUS              PIC X(8).
               88  IPM-HELD            VALUE 'HELD'.
               88  IPM-SENT            VALUE 'SENT'.
               88  IPM-SETTLED         VALUE 'SETTLED'.
               88  IPM-REJECTED        VALUE 'REJECTED'.
               88  IPM-POSTED          VALUE 'POSTED'.
           05  IPM-REJECT-REASON       PIC X(30).
      *    Customer posting (the debit, or the inbound credit)
           05  IPM-TXN-ID              PIC 9(12).
           05  IPM-POSTING-DATE        PIC 9(8).
      *    Scheme settlement date from the confirmation or credit
           05  IPM-SCHEME-DATE         PIC 9(8).
           05  IPM-OPERATOR-ID         PIC 9(6).
           05  IPM-CREATED-TS          PIC X(14).
           05  IPM-STATUS-TS           PIC X(14).
           05  IPM-FILLER              PIC X(20).

      * Instant Payment Settlement Position Record (one row, scheme
      * 'INSTANT', maintained by IPAY.COB). The prefunded balance
      * held at the central bank moves with every settled outbound
      * payment, posted inbound credit and treasury funding; the
      * in-flight total is sent payments not yet confirmed. The
      * position rolls to a new scheme day on the first movement
      * dated after the current one, keeping the day just closed in
      * the PRIOR fields for the reconciliation.
       01  IPAY-POSITION-RECORD.
           05  IPP-SCHEME-ID           PIC X(8).
           05  IPP-BALANCE             PIC S9(13)V99 COMP-3.
           05  IPP-IN-FLIGHT           PIC S9(13)V99 COMP-3.
           05  IPP-SCHEME-DATE         PIC 9(8).
           05  IPP-OPENING-BALANCE     PIC S9(13)V99 COMP-3.
           05  IPP-DAY-OUT-COUNT       PIC 9(6).
           05  IPP-DAY-OUT-AMOUNT      PIC S9(13)V99 COMP-3.
           05  IPP-DAY-IN-COUNT        PIC 9(6).
           05  IPP-DAY-IN-AMOUNT       PIC S9(13)V99 COMP-3.
           05  IPP-DAY-FUNDING         PIC S9(13)V99 COMP-3.
           05  IPP-PRIOR-DATE          PIC 9(8).
           05  IPP-PRIOR-OPENING       PIC S9(13)V99 COMP-3.
           05  IPP-PRIOR-CLOSING       PIC S9(13)V99 COMP-3.
           05  IPP-PRIOR-OUT-AMOUNT    PIC S9(13)V99 COMP-3.
           05  IPP-PRIOR-IN-AMOUNT     PIC S9(13)V99 COMP-3.
           05  IPP-PRIOR-FUNDING       PIC S9(13)V99 COMP-3.
      *    Last outbound reference sequence issued
           05  IPP-LAST-SEQUENCE       PIC 9(10).
           05  IPP-UPDATED-TS          PIC X(14).
           05  IPP-FILLER              PIC X(20).

      * One raw line of the instant payment scheme interface: the
      * outbound message file (REQ/ACK/RJC, written by IPAY.COB),
      * the inbound message file (ACK/RJC/CRD, read by IPAYGW.COB)
      * and the scheme's daily settlement statement (HDR/STM/TRL,
      * read by IPAYRCN.COB)
       01  IPAY-OUTBOX-LINE            PIC X(160).
       01  IPAY-INBOX-LINE             PIC X(160).
       01  IPAY-STMT-LINE              PIC X(100).

      * Operator Session Register Record (one row per login at a
      * terminal, maintained by SESSIONS.COB). A session is ACTIVE
      * from login until the operator logs out, a supervisor ends it
      * (FORCED), a failed unlock after an idle lock ends it
      * (TIMEOUT), or the same operator logs in again at the same
      * terminal after the program was stopped without logging out
      * (STALE). A second login for an operator already ACTIVE at
      * another terminal is refused and recorded as a REFUSED row
      * naming the session that blocked it.
       01  SESSION-RECORD.
           05  SES-SESSION-ID          PIC 9(10).
           05  SES-OPERATOR-ID         PIC 9(6).
           05  SES-TERMINAL-ID         PIC X(8).
           05  SES-STATUS              PIC X(8).
               88  SES-ACTIVE          VALUE 'ACTIVE'.
               88  SES-ENDED           VALUE 'ENDED'.
               88  SES-REFUSED         VALUE 'REFUSED'.
           05  SES-END-REASON          PIC X(8).
               88  SES-END-LOGOUT      VALUE 'LOGOUT'.
               88  SES-END-TIMEOUT     VALUE 'TIMEOUT'.
               88  SES-END-FORCED      VALUE 'FORCED'.
               88  SES-END-STALE       VALUE 'STALE'.
           05  SES-LOGIN-TS            PIC X(14).
           05  SES-LAST-ACTIVITY-TS    PIC X(14).
           05  SES-END-TS              PIC X(14).
      *    Supervisor who forced the end (zero otherwise)
           05  SES-ENDED-BY-OP-ID      PIC 9(6).
      *    Idle lock: set when the idle limit passes, cleared when
      *    the operator re-enters the PIN; every lock is counted
           05  SES-LOCK-SWITCH         PIC X.
               88  SES-LOCKED          VALUE 'Y'.
               88  SES-UNLOCKED        VALUE 'N'.
           05  SES-TIMEOUT-COUNT       PIC 9(4).
           05  SES-LAST-TIMEOUT-TS     PIC X(14).
      *    On a REFUSED row, the ACTIVE session that blocked it
           05  SES-BLOCKING-SESSION-ID PIC 9(10).
           05  SES-FILLER              PIC X(20).

      * Reference Data Change Record (maintained by REFCHG.COB). One
      * row per change submitted to a table that moves money
      * outcomes - exchange rates, the holiday calendar, the fee
      * tariff, the business rules parameters, the watchlist, the
      * chart of accounts, the product catalogue, the posting rules,
      * the interest rate schedules, the term deposit rate card, the
      * processing cut-offs, the transaction tax rates and the
      * lending reference rates. A change is PENDING until a second
      * operator approves it (APPLIED - only then does the table
      * change) or it is REJECTED. Rows are never deleted: the file
      * is the reference data change history. RFC-ITEM-KEY names the
      * item within its table (currency pair, holiday date, fee
      * type and channel, parameter name, watchlist entry, chart
      * row, product and field, code and channel, schedule or index
      * and its effective date, rate card band, payment type and
      * channel); the before and after images are laid out per table
      * as REF-CHANGE-VALUE below, so the history reads as it stands.
       01  REF-CHANGE-RECORD.
           05  RFC-CHANGE-ID           PIC 9(10).
           05  RFC-TABLE               PIC X(8).
               88  RFC-FX-RATE         VALUE 'FXRATE'.
               88  RFC-HOLIDAY         VALUE 'HOLIDAY'.
               88  RFC-FEE-TARIFF      VALUE 'TARIFF'.
               88  RFC-BUSINESS-RULE   VALUE 'BUSRULE'.
               88  RFC-WATCHLIST       VALUE 'WATCHLST'.
               88  RFC-GL-CHART        VALUE 'GLCHART'.
               88  RFC-PRODUCT         VALUE 'PRODUCT'.
               88  RFC-POSTING-RULE    VALUE 'POSTRULE'.
               88  RFC-INTEREST-RATE   VALUE 'INTRATE'.
               88  RFC-TD-RATE-CARD    VALUE 'TDRATE'.
               88  RFC-CUTOFF          VALUE 'CUTOFF'.
               88  RFC-TAX-RATE        VALUE 'TAXRATE'.
               88  RFC-REFERENCE-RATE  VALUE 'REFRATE'.
               88  RFC-TABLE-VALID     VALUE 'FXRATE' 'HOLIDAY'
                                             'TARIFF' 'BUSRULE'
                                             'WATCHLST' 'GLCHART'
                                             'PRODUCT' 'POSTRULE'
                                             'INTRATE' 'TDRATE'
                                             'CUTOFF' 'TAXRATE'
                                             'REFRATE'.
           05  RFC-ACTION              PIC X(8).
               88  RFC-ADD             VALUE 'ADD'.
               88  RFC-CHANGE          VALUE 'CHANGE'.
               88  RFC-REMOVE          VALUE 'REMOVE'.
           05  RFC-ITEM-KEY            PIC X(20).
      *    An effective-dated row (interest rate schedule, tax rate,
      *    reference rate): its schedule, operation or index, and the
      *    date it takes effect
           05  RFC-DATED-ITEM-KEY REDEFINES RFC-ITEM-KEY.
               10  RFC-DATED-ITEM-NAME PIC X(10).
               10  RFC-DATED-ITEM-DATE PIC 9(8).
               10  FILLER              PIC X(2).
      *    A term deposit rate card band: currency, term and band
      *    floor (the row's effective date is in the image)
           05  RFC-TDR-ITEM-KEY REDEFINES RFC-ITEM-KEY.
               10  RFC-TDR-CURRENCY    PIC X(3).
               10  RFC-TDR-TERM-MONTHS PIC 9(3).
               10  RFC-TDR-BAND-FLOOR  PIC 9(12)V99.
           05  RFC-BEFORE-VALUE        PIC X(80).
           05  RFC-AFTER-VALUE         PIC X(80).
           05  RFC-STATUS              PIC X(8).
               88  RFC-PENDING         VALUE 'PENDING'.
               88  RFC-APPLIED         VALUE 'APPLIED'.
               88  RFC-REJECTED        VALUE 'REJECTED'.
           05  RFC-MAKER-OP-ID         PIC 9(6).
           05  RFC-SUBMITTED-TS        PIC X(14).
           05  RFC-CHECKER-OP-ID       PIC 9(6).
           05  RFC-DECIDED-TS          PIC X(14).
           05  RFC-DECISION-NOTE       PIC X(40).
           05  RFC-FILLER              PIC X(10).

      * One before or after image of a reference data change, in the
      * layout of the table it belongs to. Amounts and rates are
      * held edited so the history file and its report read without
      * decoding; they are moved back to numeric when applied.
       01  REF-CHANGE-VALUE            PIC X(80).
       01  RFV-FX-RATE REDEFINES REF-CHANGE-VALUE.
           05  RFV-FX-BUY-RATE         PIC ZZ9.9(6).
           05  FILLER                  PIC X.
           05  RFV-FX-SELL-RATE        PIC ZZ9.9(6).
           05  FILLER                  PIC X(59).
       01  RFV-HOLIDAY REDEFINES REF-CHANGE-VALUE.
           05  RFV-HOLIDAY-LINE        PIC X(60).
           05  FILLER                  PIC X(20).
       01  RFV-FEE-TARIFF REDEFINES REF-CHANGE-VALUE.
           05  RFV-TARIFF-FEE          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(71).
       01  RFV-BUSINESS-RULE REDEFINES REF-CHANGE-VALUE.
           05  RFV-BRL-VALUE           PIC Z(12)9.99.
           05  FILLER                  PIC X(64).
       01  RFV-WATCHLIST REDEFINES REF-CHANGE-VALUE.
           05  RFV-WLT-NAME            PIC X(30).
           05  RFV-WLT-TAX-ID          PIC X(20).
           05  RFV-WLT-REASON          PIC X(30).
       01  RFV-GL-CHART REDEFINES REF-CHANGE-VALUE.
           05  RFV-GLA-NAME            PIC X(30).
           05  FILLER                  PIC X.
           05  RFV-GLA-OPEN-ITEM-FLAG  PIC X.
           05  FILLER                  PIC X(48).
      *    A new catalogue product (ADD): its base account type, name
      *    and the terms that are not amounts; the amounts are set
      *    afterwards one field at a time
       01  RFV-PRODUCT-ADD REDEFINES REF-CHANGE-VALUE.
           05  RFV-PRD-ACCOUNT-TYPE    PIC X(10).
           05  RFV-PRD-NAME            PIC X(30).
           05  RFV-PRD-CURRENCIES      PIC X(9).
           05  RFV-PRD-FEE-PLAN        PIC X(8).
           05  RFV-PRD-INT-SCHEDULE    PIC X(10).
           05  RFV-PRD-MIN-AGE         PIC 9(3).
           05  RFV-PRD-MAX-AGE         PIC 9(3).
           05  FILLER                  PIC X(7).
      *    One catalogue field (CHANGE, item key = product code and
      *    field name): text fields in the first 30 bytes, amounts
      *    and ages in the business rules value layout
       01  RFV-PRODUCT-FIELD REDEFINES REF-CHANGE-VALUE.
           05  RFV-PRD-TEXT-VALUE      PIC X(30).
           05  FILLER                  PIC X(50).
       01  RFV-POSTING-RULE REDEFINES REF-CHANGE-VALUE.
           05  RFV-PRL-DEBIT-GLA       PIC 9(4).
           05  FILLER                  PIC X.
           05  RFV-PRL-CREDIT-GLA      PIC 9(4).
           05  FILLER                  PIC X.
           05  RFV-PRL-DESCRIPTION     PIC X(30).
           05  FILLER                  PIC X(40).
      *    A whole interest rate schedule: the first tier always
      *    starts from zero, and the floors of tiers two to five are
      *    held in whole currency units to fit the image
       01  RFV-INTEREST-RATE REDEFINES REF-CHANGE-VALUE.
           05  RFV-IRS-DAY-BASIS       PIC 9(3).
           05  FILLER                  PIC X.
           05  RFV-IRS-TIER-COUNT      PIC 9.
           05  RFV-IRS-FIRST-RATE      PIC Z9.9999.
           05  RFV-IRS-UPPER-TIER OCCURS 4 TIMES.
               10  RFV-IRS-TIER-FLOOR  PIC Z(9)9.
               10  RFV-IRS-TIER-RATE   PIC Z9.9999.
       01  RFV-TD-RATE-CARD REDEFINES REF-CHANGE-VALUE.
           05  RFV-TDR-EFFECTIVE-DATE  PIC 9(8).
           05  FILLER                  PIC X.
           05  RFV-TDR-ROW-KIND        PIC X.
           05  FILLER                  PIC X.
           05  RFV-TDR-END-DATE        PIC 9(8).
           05  FILLER                  PIC X.
           05  RFV-TDR-RATE            PIC Z9.9999.
           05  FILLER                  PIC X.
           05  RFV-TDR-CAMPAIGN-NAME   PIC X(20).
           05  FILLER                  PIC X(32).
       01  RFV-CUTOFF REDEFINES REF-CHANGE-VALUE.
           05  RFV-CUT-TIME            PIC 9(4).
           05  FILLER                  PIC X(76).
       01  RFV-TAX-RATE REDEFINES REF-CHANGE-VALUE.
           05  RFV-TXR-FIXED-PCT       PIC Z9.9999.
           05  FILLER                  PIC X.
           05  RFV-TXR-DAILY-PCT       PIC Z9.9(6).
           05  FILLER                  PIC X.
           05  RFV-TXR-CAP-DAYS        PIC Z(3)9.
           05  FILLER                  PIC X(58).
       01  RFV-REFERENCE-RATE REDEFINES REF-CHANGE-VALUE.
           05  RFV-RRT-RATE            PIC Z9.9999.
           05  FILLER                  PIC X(73).

      * Fee Tariff Record (read by FEES.COB, changed only through
      * REFCHG.COB). One row per transaction type and originating
      * channel that is charged; a pair with no row, or priced at
      * zero, is free. FTR-CHANGE-ID is the approved reference data
      * change that last set the fee (zero for the seeded rows).
       01  FEE-TARIFF-RECORD.
           05  FTR-KEY.
               10  FTR-TXN-TYPE        PIC X(10).
               10  FTR-CHANNEL         PIC X(10).
           05  FTR-FEE                 PIC 9(5)V99.
           05  FTR-UPDATED-TS          PIC X(14).
           05  FTR-CHANGE-ID           PIC 9(10).
           05  FTR-FILLER              PIC X(10).

      * Product Catalogue Record (read by PRODUCTS.COB, changed only
      * through REFCHG.COB). A product is what an account is sold
      * as: a base account type plus the terms that used to be
      * compiled into the opening screen and the batch jobs - the
      * currencies it may be held in (blank = any), the minimum
      * opening deposit, the balance below which the monthly
      * maintenance fee is charged and that fee (zero = no fee), the
      * fee plan a new account starts on, the interest rate schedule
      * it accrues at (see INTEREST-RATE-SCHEDULE-RECORD; blank = no
      * credit interest) and the applicant age range it may be sold
      * to (zero = no bound). A RETIRED product is no longer sold
      * but keeps pricing the accounts already opened on it.
       01  PRODUCT-RECORD.
           05  PRD-CODE                PIC X(8).
           05  PRD-NAME                PIC X(30).
           05  PRD-ACCOUNT-TYPE        PIC X(10).
           05  PRD-STATUS              PIC X(8).
               88  PRD-ACTIVE          VALUE 'ACTIVE'.
               88  PRD-RETIRED         VALUE 'RETIRED'.
           05  PRD-CURRENCIES.
               10  PRD-CURRENCY        PIC X(3) OCCURS 3 TIMES.
           05  PRD-MIN-OPEN-DEPOSIT    PIC S9(13)V99 COMP-3.
           05  PRD-MIN-BALANCE         PIC S9(13)V99 COMP-3.
           05  PRD-MAINT-FEE           PIC S9(13)V99 COMP-3.
           05  PRD-FEE-PLAN            PIC X(8).
           05  PRD-INT-SCHEDULE        PIC X(10).
           05  PRD-MIN-AGE             PIC 9(3).
           05  PRD-MAX-AGE             PIC 9(3).
           05  PRD-UPDATED-TS          PIC X(14).
           05  PRD-CHANGE-ID           PIC 9(10).
           05  PRD-FILLER              PIC X(20).

      * EOD Exception Record (see EODEXC.COB). One rejected,
      * suspended or failed item left by a job in the nightly chain,
      * kept for the morning exceptions report (EXCRPT.COB). Keyed
      * by business date, source job and a per-job sequence, so
      * the day's items read together and no two jobs share a
      * counter. EXC-DEPARTMENT is the department that owns the
      * source job, stamped when the item is recorded.
       01  EOD-EXCEPTION-RECORD.
           05  EXC-KEY.
               10  EXC-BUSINESS-DATE   PIC 9(8).
               10  EXC-SOURCE-JOB      PIC X(10).
               10  EXC-SEQUENCE        PIC 9(6).
           05  EXC-DEPARTMENT          PIC X(10).
           05  EXC-ACCOUNT-ID          PIC 9(8).
           05  EXC-AMOUNT              PIC S9(13)V99.
           05  EXC-REFERENCE           PIC X(20).
           05  EXC-REASON              PIC X(30).
           05  EXC-ACTION              PIC X(40).
           05  EXC-RECORDED-TS         PIC X(14).
           05  EXC-FILLER              PIC X(20).

      * EOD Exception Sign-off Record (see EODEXC.COB). A
      * department's confirmation that its section of one business
      * date's exceptions has been dealt with. ESO-ITEM-COUNT is
      * the number of items the section held when it was signed, so
      * items recorded afterwards (a forced rerun) show up as new.
       01  EOD-SIGNOFF-RECORD.
           05  ESO-KEY.
               10  ESO-BUSINESS-DATE   PIC 9(8).
               10  ESO-DEPARTMENT      PIC X(10).
           05  ESO-OPERATOR-ID         PIC 9(6).
           05  ESO-SIGNED-TS           PIC X(14).
           05  ESO-ITEM-COUNT          PIC 9(6).
           05  ESO-NOTE                PIC X(40).
           05  ESO-FILLER              PIC X(16).

      * One formatted line of the monthly credit bureau submission
      * (HDR/DTL/TRL, written by CRBUREAU.COB) and one raw line of
      * the reject file the bureau returns against it
       01  CREDIT-BUREAU-LINE          PIC X(200).
       01  BUREAU-REJECT-LINE          PIC X(200).

      * One formatted print line of the loan amortization schedule
      * spool, built by LOANSCHED.COB and written through FILES.COB -
      * appended to like the receipt spool, one schedule per loan
      * booked and per schedule a borrower asks for
       01  LOAN-SCHEDULE-SPOOL-LINE    PIC X(132).

      * One formatted print line of the annual loan statement spool,
      * built by the year-end loan statement batch and written
      * through FILES.COB - one statement per borrower, form feed
      * separated
       01  LOAN-STMT-SPOOL-LINE        PIC X(132).

      * Loan Application Record (one row per credit application,
      * maintained by LOANAPP.COB). A loan is no longer booked
      * straight off the counter: the request is captured with the
      * applicant's declared monthly income and purpose, an
      * affordability check weighs the new installment plus every
      * installment the same customer (ACC-CUSTOMER-ID) already
      * carries against that income, and a supervisor approves or
      * declines it with a reason. Only an APPROVED application is
      * disbursed through CREATE-LOAN, which stamps the loan it
      * booked back onto the row. Declined and withdrawn rows are
      * never deleted - credit and compliance report on them.
       01  LOAN-APPLICATION-RECORD.
           05  LAP-APP-ID              PIC 9(8).
           05  LAP-CUSTOMER-ID         PIC 9(8).
           05  LAP-ACCOUNT-ID          PIC 9(8).
           05  LAP-AMOUNT              PIC S9(13)V99 COMP-3.
           05  LAP-ANNUAL-RATE         PIC 9(2)V9(4).
           05  LAP-TERM-MONTHS         PIC 9(3).
           05  LAP-MONTHLY-INCOME      PIC S9(13)V99 COMP-3.
           05  LAP-PURPOSE             PIC X(30).
      *    Affordability figures as assessed at capture: the new
      *    loan's installment, the installments already carried on
      *    the customer's ACTIVE loans, the resulting share of the
      *    declared income (percent) and the PASS/FAIL verdict
      *    against the policy ceiling in LOANAPP.COB
           05  LAP-NEW-INSTALLMENT     PIC S9(13)V99 COMP-3.
           05  LAP-EXISTING-INSTALLMENTS PIC S9(13)V99 COMP-3.
           05  LAP-DEBT-SERVICE-PCT    PIC 9(3)V99.
           05  LAP-AFFORDABILITY       PIC X(4).
               88  LAP-AFFORD-PASS     VALUE 'PASS'.
               88  LAP-AFFORD-FAIL     VALUE 'FAIL'.
           05  LAP-STATUS              PIC X(10).
               88  LAP-CAPTURED        VALUE 'CAPTURED'.
               88  LAP-APPROVED        VALUE 'APPROVED'.
               88  LAP-DECLINED        VALUE 'DECLINED'.
               88  LAP-WITHDRAWN       VALUE 'WITHDRAWN'.
               88  LAP-DISBURSED       VALUE 'DISBURSED'.
           05  LAP-DECISION-REASON     PIC X(40).
           05  LAP-CAPTURED-BY         PIC 9(6).
           05  LAP-DECIDED-BY          PIC 9(6).
           05  LAP-CAPTURED-TS         PIC X(14).
           05  LAP-DECIDED-TS          PIC X(14).
      *    The loan CREATE-LOAN booked for this application (zero
      *    until it is disbursed)
           05  LAP-LOAN-ID             PIC 9(8).
      *    Floating pricing requested: reference index (spaces for a
      *    fixed-rate loan), spread over it and repricing frequency
      *    in months. LAP-ANNUAL-RATE holds the index plus spread as
      *    it stood at capture.
           05  LAP-INDEX-CODE          PIC X(6).
           05  LAP-RATE-SPREAD         PIC S9(2)V9(4) COMP-3.
           05  LAP-REPRICE-MONTHS      PIC 9(2).
           05  LAP-FILLER              PIC X(8).

      * Audit Confirmation Register Record (one row per balance
      * confirmation letter issued to an external auditor, written
      * by CONFLTR.COB). The control number printed on the letter is
      * the key, so when the auditor's reply comes back it can be
      * matched to exactly what was confirmed: the customer (or the
      * single account) covered, the as-of date, the firm and its
      * reference, and the totals the letter carried. The spool
      * archive run holds the letter itself for reprint.
       01  CONFIRM-REGISTER-RECORD.
           05  CNF-CONTROL-NO          PIC 9(8).
           05  CNF-CUSTOMER-ID         PIC 9(8).
      *    Zero for a letter covering every account of the customer
           05  CNF-ACCOUNT-ID          PIC 9(8).
           05  CNF-SCOPE               PIC X.
               88  CNF-SCOPE-CUSTOMER  VALUE 'C'.
               88  CNF-SCOPE-ACCOUNT   VALUE 'A'.
           05  CNF-AS-OF-DATE          PIC 9(8).
           05  CNF-AUDITOR             PIC X(30).
           05  CNF-AUDITOR-REF         PIC X(20).
           05  CNF-ISSUED-DATE         PIC 9(8).
           05  CNF-ACCOUNT-COUNT       PIC 9(3).
           05  CNF-DEPOSIT-TOTAL       PIC S9(13)V99 COMP-3.
           05  CNF-LOAN-COUNT          PIC 9(3).
           05  CNF-LOAN-TOTAL          PIC S9(13)V99 COMP-3.
           05  CNF-COLLATERAL-COUNT    PIC 9(3).
           05  CNF-HOLD-COUNT          PIC 9(3).
           05  CNF-SIGNER-COUNT        PIC 9(3).
           05  CNF-SPOOL-RUN-ID        PIC 9(8).
           05  CNF-ISSUED-TS           PIC X(14).
           05  CNF-FILLER              PIC X(10).

      * Payment Redirection Record (one row per closed account whose
      * customer asked for its incoming payments to follow them,
      * written from the closure screen by REDIRECT.COB). Keyed by
      * the closed account, with the customer as alternate key. For
      * the number of months agreed, credits arriving for the old
      * account are forwarded to the surviving account - one of ours
      * (INTERNAL) or a named account at another bank (EXTERNAL) -
      * instead of being returned to the payer. The counters feed
      * the monthly report telling the customer and the payers who
      * is still paying into the old number.
       01  REDIRECT-RECORD.
           05  RDR-OLD-ACCOUNT-ID      PIC 9(8).
           05  RDR-CUSTOMER-ID         PIC 9(8).
           05  RDR-TARGET-TYPE         PIC X.
               88  RDR-TARGET-INTERNAL VALUE 'I'.
               88  RDR-TARGET-EXTERNAL VALUE 'E'.
           05  RDR-NEW-ACCOUNT-ID      PIC 9(8).
      *    Holder and bank named on the external account (spaces for
      *    an internal target, whose holder is on the account)
           05  RDR-EXT-NAME            PIC X(30).
           05  RDR-MONTHS              PIC 9(2).
           05  RDR-START-DATE          PIC 9(8).
           05  RDR-END-DATE            PIC 9(8).
           05  RDR-STATUS              PIC X(9).
               88  RDR-ACTIVE          VALUE 'ACTIVE'.
               88  RDR-EXPIRED         VALUE 'EXPIRED'.
               88  RDR-CANCELLED       VALUE 'CANCELLED'.
           05  RDR-FORWARD-COUNT       PIC 9(5).
           05  RDR-FORWARD-AMOUNT      PIC S9(13)V99 COMP-3.
      *    Posting date of the last monthly redirection report that
      *    covered this instruction
           05  RDR-LAST-REPORT-DATE    PIC 9(8).
           05  RDR-OPERATOR-ID         PIC 9(6).
           05  RDR-CREATED-TS          PIC X(14).
           05  RDR-FILLER              PIC X(10).

      * Redirected Payment Item Record (one row per payment or
      * collection that arrived for a redirected account, and per
      * collector advised of the redirection, written by
      * REDIRECT.COB). Keyed by item number, with the old account as
      * alternate key so the monthly report can list, for each
      * redirection, which payers are still using the old account.
       01  REDIRECT-ITEM-RECORD.
           05  RDI-ITEM-ID             PIC 9(10).
           05  RDI-OLD-ACCOUNT-ID      PIC 9(8).
      *    Job that met the item: CLEARIN, PAYROLL, DDCOLL, or CLOSURE
      *    for the collector advices sent when the account closed
           05  RDI-SOURCE              PIC X(8).
      *    Originator, employer or collector, as the item named it
           05  RDI-PAYER               PIC X(30).
           05  RDI-PAYER-REF           PIC X(20).
           05  RDI-AMOUNT              PIC S9(13)V99 COMP-3.
           05  RDI-ACTION              PIC X(10).
               88  RDI-FORWARDED       VALUE 'FORWARDED'.
               88  RDI-BOUNCED         VALUE 'BOUNCED'.
               88  RDI-NOTIFIED        VALUE 'NOTIFIED'.
           05  RDI-TARGET-ACCOUNT-ID   PIC 9(8).
      *    Outbound wire item carrying an externally forwarded credit
      *    (zero for an internal forward)
           05  RDI-WIRE-ITEM-ID        PIC 9(10).
           05  RDI-DATE                PIC 9(8).
           05  RDI-CREATED-TS          PIC X(14).
           05  RDI-FILLER              PIC X(10).

      * Financial Transaction Tax Rate Record (one row per taxed
      * operation and the date a rate takes effect, maintained by
      * TAXRATE.COB). Keyed like the reference rate file, so each
      * operation's rate history stays on file and the rate in force
      * on a date is the latest row effective on or before it. The
      * tax is a fixed percent of the amount plus a daily percent
      * for each day of the term, the days counted up to the cap.
       01  TAX-RATE-RECORD.
      *    LOAN for a loan booking, FX for a cross-currency conversion
           05  TXR-OPERATION           PIC X(6).
               88  TXR-OP-LOAN         VALUE 'LOAN'.
               88  TXR-OP-FX           VALUE 'FX'.
           05  TXR-EFFECTIVE-DATE      PIC 9(8).
           05  TXR-FIXED-PCT           PIC 9(2)V9(4).
           05  TXR-DAILY-PCT           PIC 9(2)V9(6).
           05  TXR-CAP-DAYS            PIC 9(4).
           05  TXR-ENTERED-BY          PIC 9(6).
           05  TXR-ENTERED-TS          PIC X(14).
           05  TXR-FILLER              PIC X(20).

      * Customer Consent Register Record (one row per consent event
      * on a customer, maintained by CONSENT.COB). Rows are only ever
      * added - a change of mind is a new row - so the file is the
      * full history, and what the customer had agreed to on any
      * date is the latest row for the purpose effective on or
      * before it. A purpose with no row on file has never been
      * objected to.
       01  CONSENT-RECORD.
           05  CNS-CUSTOMER-ID         PIC 9(8).
      *    MARKETING - contact with offers; OLB - sharing with the
      *    online banking vendor; BUREAU - positive data to the credit
      *    bureau; MIS - the management information warehouse
           05  CNS-PURPOSE             PIC X(10).
               88  CNS-PURPOSE-MARKETING VALUE 'MARKETING'.
               88  CNS-PURPOSE-OLB     VALUE 'OLB'.
               88  CNS-PURPOSE-BUREAU  VALUE 'BUREAU'.
               88  CNS-PURPOSE-MIS     VALUE 'MIS'.
               88  CNS-PURPOSE-VALID   VALUE 'MARKETING' 'OLB'
                                             'BUREAU' 'MIS'.
           05  CNS-EVENT-ID            PIC 9(10).
           05  CNS-DECISION            PIC X(9).
               88  CNS-GRANTED         VALUE 'GRANTED'.
               88  CNS-WITHDRAWN       VALUE 'WITHDRAWN'.
           05  CNS-EFFECTIVE-DATE      PIC 9(8).
      *    How the customer gave the instruction
           05  CNS-CHANNEL             PIC X(10).
               88  CNS-CHANNEL-VALID   VALUE 'BRANCH' 'PHONE'
                                             'ONLINE' 'WRITTEN'.
           05  CNS-OPERATOR-ID         PIC 9(6).
           05  CNS-RECORDED-TS         PIC X(14).
           05  CNS-FILLER              PIC X(15).

      * Collections Case Record (one row per delinquent loan or
      * overdrawn account on the collections queue). The nightly
      * queue build (COLLQ.COB) opens a case when a loan falls into
      * arrears or an account stays overdrawn, keeps its days past
      * due, bucket and collector current, and marks it CURED when
      * the debt is cleared; the same row reopens if the loan or
      * account falls behind again, so its contact history stays in
      * one place. Keyed by source plus the loan or account number.
       01  COLLECTION-CASE-RECORD.
           05  CLC-CASE-KEY.
               10  CLC-SOURCE          PIC X(4).
                   88  CLC-SOURCE-LOAN VALUE 'LOAN'.
                   88  CLC-SOURCE-OD   VALUE 'OD'.
      *        Loan number for a LOAN case, account number for OD
               10  CLC-REFERENCE-ID    PIC 9(8).
           05  CLC-ACCOUNT-ID          PIC 9(8).
           05  CLC-CUSTOMER-ID         PIC 9(8).
           05  CLC-STATUS              PIC X(6).
               88  CLC-OPEN            VALUE 'OPEN'.
               88  CLC-CURED           VALUE 'CURED'.
           05  CLC-BUCKET              PIC X(5).
               88  CLC-BUCKET-1-30     VALUE '1-30'.
               88  CLC-BUCKET-31-60    VALUE '31-60'.
               88  CLC-BUCKET-61-90    VALUE '61-90'.
               88  CLC-BUCKET-OVER-90  VALUE '90+'.
           05  CLC-DAYS-PAST-DUE       PIC 9(4).
      *    Arrears for a loan, the overdrawn amount for an account
           05  CLC-AMOUNT-DUE          PIC S9(13)V99 COMP-3.
           05  CLC-COLLECTOR-ID        PIC 9(6).
      *    Collection stage: a case opens at REMINDER and each broken
      *    promise to pay moves it one stage on
           05  CLC-STAGE               PIC 9.
               88  CLC-STAGE-REMINDER  VALUE 1.
               88  CLC-STAGE-DEMAND    VALUE 2.
               88  CLC-STAGE-FINAL     VALUE 3.
               88  CLC-STAGE-LEGAL     VALUE 4.
           05  CLC-BROKEN-PROMISES     PIC 9(3).
           05  CLC-OPENED-DATE         PIC 9(8).
      *    Posting date of the last queue build that found the debt
           05  CLC-LAST-SEEN-DATE      PIC 9(8).
           05  CLC-LAST-CONTACT-DATE   PIC 9(8).
           05  CLC-LAST-OUTCOME        PIC X(10).
           05  CLC-CLOSED-DATE         PIC 9(8).
           05  CLC-UPDATED-TS          PIC X(14).
           05  CLC-FILLER              PIC X(20).

      * Collections Contact Record (one row per contact a collector
      * logs against a case, maintained by COLLECT.COB). A contact
      * whose outcome is PROMISE carries the promise to pay - the
      * amount and the date it is due by - together with the loan
      * outstanding or account balance when it was given, which the
      * nightly check (COLLQ.COB) measures repayments against to
      * mark the promise KEPT or BROKEN. Keyed by the case plus a
      * contact sequence, so a case's log reads in order.
       01  COLLECTION-CONTACT-RECORD.
           05  CPT-CONTACT-KEY.
               10  CPT-SOURCE          PIC X(4).
               10  CPT-REFERENCE-ID    PIC 9(8).
               10  CPT-CONTACT-ID      PIC 9(10).
           05  CPT-CONTACT-DATE        PIC 9(8).
           05  CPT-METHOD              PIC X(6).
               88  CPT-METHOD-VALID    VALUE 'PHONE' 'VISIT' 'LETTER'
                                             'SMS' 'EMAIL'.
           05  CPT-OUTCOME             PIC X(10).
               88  CPT-OUTCOME-PROMISE VALUE 'PROMISE'.
               88  CPT-OUTCOME-VALID   VALUE 'NOANSWER' 'LEFTMSG'
                                             'PROMISE' 'REFUSED'
                                             'DISPUTE' 'WRONGNUM'.
           05  CPT-NOTE                PIC X(40).
           05  CPT-OPERATOR-ID         PIC 9(6).
           05  CPT-PTP-AMOUNT          PIC S9(13)V99 COMP-3.
           05  CPT-PTP-DATE            PIC 9(8).
           05  CPT-PTP-STATUS          PIC X(6).
               88  CPT-PTP-OPEN        VALUE 'OPEN'.
               88  CPT-PTP-KEPT        VALUE 'KEPT'.
               88  CPT-PTP-BROKEN      VALUE 'BROKEN'.
      *    Loan outstanding (LOAN case) or account balance (OD case)
      *    when the promise was given, and what had come in against
      *    it when it was settled
           05  CPT-PTP-BASE-FIGURE     PIC S9(13)V99 COMP-3.
           05  CPT-PTP-PAID-AMOUNT     PIC S9(13)V99 COMP-3.
           05  CPT-PTP-SETTLED-DATE    PIC 9(8).
           05  CPT-RECORDED-TS         PIC X(14).
           05  CPT-FILLER              PIC X(20).

      * Collateral Register Record (one row per asset pledged behind
      * a loan, maintained by COLLATERAL.COB). The vehicle, property
      * register before any debit posts, which is what catches a
      * duplicate presentation or honours a stop order. A leaf
      * presented against insufficient funds is marked BOUNCED (and
      * reported) but stays presentable once funds arrive. For an
      * account enrolled in positive pay the leaf also carries the
      * amount, issue date and payee from the customer's issued-cheque
      * file; a presentation that does not match them is held PPHELD
      * until the customer's pay or return decision.
       01  CHEQUE-RECORD.
           05  CHQ-ACCOUNT-ID          PIC 9(8).
           05  CHQ-NUMBER              PIC 9(8).
               88  CHQ-PAID            VALUE 'PAID'.
               88  CHQ-STOPPED         VALUE 'STOPPED'.
               88  CHQ-BOUNCED         VALUE 'BOUNCED'.
               88  CHQ-PP-HELD         VALUE 'PPHELD'.
           05  CHQ-PAID-TXN-ID         PIC 9(12).
           05  CHQ-ISSUED-TS           PIC X(14).
           05  CHQ-STATUS-TS           PIC X(14).
      *    Positive pay issue details, loaded from the customer's
      *    issued-cheque file (see PPAYLOAD.COB). 'Y' in CHQ-PP-LISTED
      *    means the leaf appeared on a file; the business date of
      *    the file that last listed it is kept with the details.
           05  CHQ-PP-LISTED           PIC X(1).
               88  CHQ-PP-ON-FILE      VALUE 'Y'.
           05  CHQ-PP-AMOUNT           PIC S9(13)V99 COMP-3.
           05  CHQ-PP-ISSUE-DATE       PIC 9(8).
           05  CHQ-PP-PAYEE            PIC X(40).
           05  CHQ-PP-FILE-DATE        PIC 9(8).
           05  CHQ-FILLER              PIC X(10).

      * Deposited Item Register Record (one row per cheque deposited
           05  DEP-SENT-DATE           PIC 9(8).
           05  DEP-FINAL-DATE          PIC 9(8).
           05  DEP-CREATED-TS          PIC X(14).
      *    Value date of the deposit - the next business day when the
      *    cheque was taken after the deposit cut-off; the outward
      *    collection file holds the item back until then. Carved out
      *    of the reserved filler (spaces on older rows, which are
      *    presented on the next run as always).
           05  DEP-VALUE-DATE          PIC 9(8).
           05  DEP-FILLER              PIC X(2).

      * One fixed-format line of the outward cheque collection file
      * handed to the clearing network at end of day, and one raw
      * the currency's book was last revalued at, so the next run can
      * book only the unrealized gain/loss since then rather than
      * re-deriving history from the ledger.
      * The row also carries the foreign banknotes the FX counter has
      * bought less those it has sold (see FXCOUNTER.COB), with the
      * BRL value they are booked at on GLA 1700; FXREVAL brings that
      * book value to the current rate. A row the counter creates
      * before the first revaluation has no revaluation date yet.
      * (60 bytes; existing files carry forward through the FXPMIG
      * migration, the same runbook ACCTMIG used.)
       01  FX-POSITION-RECORD.
           05  FXP-CURRENCY            PIC X(3).
           05  FXP-LAST-REVAL-RATE     PIC 9(3)V9(6).
           05  FXP-LAST-REVAL-DATE     PIC 9(8).
           05  FXP-UPDATED-TS          PIC X(14).
           05  FXP-NOTES-POSITION      PIC S9(13)V99 COMP-3.
           05  FXP-NOTES-BOOK-VALUE    PIC S9(13)V99 COMP-3.
           05  FXP-FILLER              PIC X(10).

      * FX Counter Exchange Record (one row per walk-in purchase or
      * sale of foreign banknotes at the teller counter, written by
      * FXCOUNTER.COB). Direction is the bank's side of the deal:
      * BUY = the bank takes the customer's notes and pays out BRL,
      * SELL = the bank hands over notes for BRL. The rate applied
      * and the mid rate the margin was measured against are kept
      * with the deal, and so is the identification taken from an
      * occasional customer, so the exchange can be reconstructed
      * for compliance without the rate table of the day.
       01  FX-COUNTER-RECORD.
           05  FXC-DEAL-ID             PIC 9(10).
           05  FXC-DIRECTION           PIC X(4).
               88  FXC-BANK-BUYS       VALUE 'BUY'.
               88  FXC-BANK-SELLS      VALUE 'SELL'.
           05  FXC-CURRENCY            PIC X(3).
           05  FXC-FOREIGN-AMOUNT      PIC S9(13)V99 COMP-3.
           05  FXC-RATE                PIC 9(3)V9(6).
           05  FXC-MID-RATE            PIC 9(3)V9(6).
           05  FXC-LOCAL-AMOUNT        PIC S9(13)V99 COMP-3.
           05  FXC-POSITION-VALUE      PIC S9(13)V99 COMP-3.
           05  FXC-MARGIN              PIC S9(13)V99 COMP-3.
      *    Customer's account when the party banks here, zero for a
      *    walk-in; identification is keyed for a walk-in at or above
      *    BRL-FXC-ID-THRESHOLD
           05  FXC-ACCOUNT-ID          PIC 9(8).
           05  FXC-PARTY-NAME          PIC X(30).
           05  FXC-ID-TYPE             PIC X(10).
           05  FXC-ID-NUMBER           PIC X(20).
           05  FXC-BRANCH-CODE         PIC X(4).
           05  FXC-DRAWER-SESSION-ID   PIC 9(10).
           05  FXC-OPERATOR-ID         PIC 9(6).
           05  FXC-RECEIPT-NO          PIC 9(10).
           05  FXC-POSTING-DATE        PIC 9(8).
           05  FXC-CREATED-TS          PIC X(14).
           05  FXC-FILLER              PIC X(10).

      * Watchlist Record (one row per blocked/sanctioned party,
      * maintained by compliance through SCREENING.COB). Screening
      * matches a party's name or tax ID against ACTIVE entries at
           05  GLA-NAME                PIC X(30).
           05  GLA-BALANCE             PIC S9(13)V99 COMP-3.
           05  GLA-UPDATED-TS          PIC X(14).
      *    'Y' on a suspense or clearing row whose every movement is
      *    tracked as an open item until matched (see OPENITEM.COB);
      *    'N' once finance has taken a row out of open-item control.
      *    A row written before the flag existed holds a space here.
           05  GLA-OPEN-ITEM-FLAG      PIC X.
               88  GLA-OPEN-ITEM-MANAGED VALUE 'Y'.
           05  GLA-FILLER              PIC X(9).

      * Posting Rule Record (maintained by POSTRULE.COB). Maps a
      * structured transaction code, optionally narrowed to one
      * channel, to the chart-of-accounts rows its GL mirror leg
      * books to: PRL-DEBIT-GLA when the customer leg is a CREDIT
      * (the bank's side of money coming in is a debit), and
      * PRL-CREDIT-GLA when the customer leg is a DEBIT. A blank
      * channel is the code's catch-all; a code with no rule at all
      * books to the posting suspense row and shows on the posting
      * exceptions report until finance adds the rule.
       01  POSTING-RULE-RECORD.
           05  PRL-KEY.
               10  PRL-TXN-CODE        PIC X(6).
               10  PRL-CHANNEL         PIC X(10).
           05  PRL-DEBIT-GLA           PIC 9(4).
           05  PRL-CREDIT-GLA          PIC 9(4).
           05  PRL-DESCRIPTION         PIC X(30).
           05  PRL-UPDATED-BY          PIC 9(6).
           05  PRL-UPDATED-TS          PIC X(14).
           05  PRL-FILLER              PIC X(10).

      * Manual Journal Voucher Record (maintained by JOURNAL.COB).
      * Finance's way into the general ledger without inventing a
      * approval - the same maker-checker discipline customer
      * postings get. Posting a voucher moves only chart-of-account
      * balances; a balanced voucher nets to zero, so the GLTIEOUT
      * control total is untouched. The voucher books to one branch's
      * share of each row (JVR-BRANCH-CODE, blank for '0001').
       01  JOURNAL-VOUCHER-RECORD.
           05  JVR-VOUCHER-ID          PIC 9(8).
           05  JVR-STATUS              PIC X(8).
               10  JVR-LINE-GLA-ID     PIC 9(4).
               10  JVR-LINE-DRCR       PIC X(2).
               10  JVR-LINE-AMOUNT     PIC S9(13)V99 COMP-3.
           05  JVR-BRANCH-CODE         PIC X(4).
           05  JVR-FILLER              PIC X(6).

      * GL Period Balance Record (one row per GL account per closed
      * accounting period, written by the period-close batch). The
      * closing balance is the position the period ended with - for
      * the income and expense lines the fiscal year to date, since
      * they are only cleared by the year-end close; the opening
      * balance is what the row starts the next period with (the
      * closing balance carried forward, except that the year-end
      * close zeroes it on December's income and expense lines and
      * adds their result to retained earnings). Periods closed
      * before the year-end close existed swept the income and
      * expense lines every month and carry a zero opening there.
       01  GL-PERIOD-RECORD.
           05  GLP-PERIOD              PIC 9(6).
           05  GLP-GLA-ID              PIC 9(4).
           05  GLP-CREATED-TS          PIC X(14).
           05  GLP-FILLER              PIC X(10).

      * GL Branch Balance Record (maintained by GLBRANCH.COB). The
      * same booked balances as GL-ACCOUNT-RECORD, split by the
      * branch that booked them - one row per branch per chart row,
      * created on the first movement the branch books there. Summed
      * over every branch a chart row's rows equal its GLA-BALANCE;
      * GL-ACCOUNT-RECORD stays the chart itself and the bank-wide
      * total every existing reader uses.
       01  GL-BRANCH-BALANCE-RECORD.
           05  GLB-KEY.
               10  GLB-BRANCH-CODE     PIC X(4).
               10  GLB-GLA-ID          PIC 9(4).
           05  GLB-BALANCE             PIC S9(13)V99 COMP-3.
           05  GLB-UPDATED-TS          PIC X(14).
           05  GLB-FILLER              PIC X(10).

      * GL Branch Period Balance Record (one row per branch per GL
      * account per closed accounting period, written by the
      * period-close batch alongside GL-PERIOD-RECORD). Closing and
      * opening figures mean exactly what they do there.
       01  GL-BRANCH-PERIOD-RECORD.
           05  GBP-KEY.
               10  GBP-PERIOD          PIC 9(6).
               10  GBP-BRANCH-CODE     PIC X(4).
               10  GBP-GLA-ID          PIC 9(4).
           05  GBP-CLOSING-BAL         PIC S9(13)V99 COMP-3.
           05  GBP-OPENING-BAL         PIC S9(13)V99 COMP-3.
           05  GBP-CREATED-TS          PIC X(14).
           05  GBP-FILLER              PIC X(10).

      * Inter-Branch Entry Record (written by GLBRANCH.COB, one per
      * posting that moved money between two branches). The FROM
      * branch gave up the customer funds and owes them - its
      * due-to row (GLA 2200) was credited; the TO branch received
      * them and is owed - its due-from row (GLA 1400) was debited.
      * A reversal books a new entry with the branches swapped. The
      * nightly inter-branch reconciliation rebuilds every branch's
      * expected due-to/due-from position from these entries.
       01  INTER-BRANCH-ENTRY-RECORD.
           05  IBE-TXN-ID              PIC 9(12).
           05  IBE-BOOKED-DATE         PIC 9(8).
           05  IBE-FROM-BRANCH         PIC X(4).
           05  IBE-TO-BRANCH           PIC X(4).
           05  IBE-AMOUNT              PIC S9(13)V99 COMP-3.
           05  IBE-TXN-CODE            PIC X(6).
           05  IBE-CREATED-TS          PIC X(14).
           05  IBE-FILLER              PIC X(10).

      * Budget Record (loaded by BUDLOAD.COB from finance's budget
      * file, read by the BUDVAR variance report). One row per fiscal
      * year, month, chart row and branch; a blank branch is a
      * whole-bank line. Amounts are in the chart row's own sign, the
      * same sign its GLA-BALANCE and period closing balance carry.
       01  BUDGET-RECORD.
           05  BUD-KEY.
               10  BUD-FISCAL-YEAR     PIC 9(4).
               10  BUD-MONTH           PIC 99.
               10  BUD-GLA-ID          PIC 9(4).
               10  BUD-BRANCH-CODE     PIC X(4).
           05  BUD-AMOUNT              PIC S9(13)V99 COMP-3.
           05  BUD-LOADED-TS           PIC X(14).
           05  BUD-FILLER              PIC X(10).

      * Suspense Open-Item Record (maintained by OPENITEM.COB). One
      * row per movement on a chart row flagged GLA-OPEN-ITEM-MANAGED,
      * in the row's own sign (a debit positive, a credit negative).
      * An item stays OPEN until a movement of the opposite sign
      * clears it - matched on reference, else on amount, or by hand
      * from the matching screen - or until a supervised write-off
      * voucher takes it off the books. Matched items point at each
      * other through OIT-MATCH-ITEM-ID.
       01  OPEN-ITEM-RECORD.
           05  OIT-ITEM-ID             PIC 9(10).
           05  OIT-GLA-ID              PIC 9(4).
           05  OIT-BRANCH-CODE         PIC X(4).
           05  OIT-REFERENCE           PIC X(20).
           05  OIT-TXN-ID              PIC 9(12).
           05  OIT-SOURCE              PIC X(2).
               88  OIT-FROM-LEDGER     VALUE 'LD'.
               88  OIT-FROM-VOUCHER    VALUE 'JV'.
           05  OIT-AMOUNT              PIC S9(13)V99 COMP-3.
           05  OIT-DESCRIPTION         PIC X(40).
           05  OIT-OPEN-DATE           PIC 9(8).
           05  OIT-STATUS              PIC X(8).
               88  OIT-OPEN            VALUE 'OPEN'.
               88  OIT-MATCHED         VALUE 'MATCHED'.
               88  OIT-WO-PENDING      VALUE 'WOPEND'.
               88  OIT-WRITTEN-OFF     VALUE 'WRITOFF'.
           05  OIT-MATCH-ITEM-ID       PIC 9(10).
           05  OIT-MATCH-TYPE          PIC X(4).
               88  OIT-MATCH-BY-REF    VALUE 'REF'.
               88  OIT-MATCH-BY-AMOUNT VALUE 'AMT'.
               88  OIT-MATCH-MANUAL    VALUE 'MAN'.
               88  OIT-MATCH-WRITE-OFF VALUE 'WOFF'.
           05  OIT-CLOSED-DATE         PIC 9(8).
           05  OIT-OPERATOR-ID         PIC 9(6).
           05  OIT-VOUCHER-ID          PIC 9(8).
           05  OIT-CREATED-TS          PIC X(14).
           05  OIT-FILLER              PIC X(10).

      * Money Market Deal Record (maintained by MMDEALS.COB). One row
      * per interbank placement (money lent to another bank) or
      * borrowing (money taken from one), captured by treasury and
      * held PENDING until a second operator approves it. An approved
      * deal exchanges principal through the settlement row on its
      * value date (status OPEN), accrues interest nightly on an
      * actual/360 basis into MMD-ACCRUED-INT, and repays principal
      * plus interest on its maturity date (MATURED). MMD-RATE is the
      * annual rate in percent.
       01  MM-DEAL-RECORD.
           05  MMD-DEAL-ID             PIC 9(8).
           05  MMD-COUNTERPARTY        PIC X(8).
           05  MMD-DIRECTION           PIC X.
               88  MMD-PLACEMENT       VALUE 'P'.
               88  MMD-BORROWING       VALUE 'B'.
           05  MMD-PRINCIPAL           PIC S9(13)V99 COMP-3.
           05  MMD-RATE                PIC 9(3)V9(4).
           05  MMD-CURRENCY            PIC X(3).
           05  MMD-VALUE-DATE          PIC 9(8).
           05  MMD-MATURITY-DATE       PIC 9(8).
           05  MMD-STATUS              PIC X(8).
               88  MMD-PENDING         VALUE 'PENDING'.
               88  MMD-APPROVED        VALUE 'APPROVED'.
               88  MMD-OPEN            VALUE 'OPEN'.
               88  MMD-MATURED         VALUE 'MATURED'.
               88  MMD-REJECTED        VALUE 'REJECTED'.
           05  MMD-ACCRUED-INT         PIC S9(13)V99 COMP-3.
           05  MMD-LAST-ACCRUAL-DATE   PIC 9(8).
           05  MMD-SETTLED-INT         PIC S9(13)V99 COMP-3.
           05  MMD-SETTLED-DATE        PIC 9(8).
           05  MMD-MAKER-OP-ID         PIC 9(6).
           05  MMD-CHECKER-OP-ID       PIC 9(6).
           05  MMD-CREATED-TS          PIC X(14).
           05  MMD-DECIDED-TS          PIC X(14).
           05  MMD-FILLER              PIC X(10).

      * Money Market Counterparty Record (maintained by MMDEALS.COB).
      * One row per bank treasury deals with, carrying the most the
      * bank may have placed with it at once. Placements count
      * against the limit from capture until they mature; borrowings
      * are money owed TO the counterparty and do not. A SUSPENDED
      * counterparty takes no new placements.
       01  MM-COUNTERPARTY-RECORD.
           05  MMC-COUNTERPARTY        PIC X(8).
           05  MMC-NAME                PIC X(30).
           05  MMC-LIMIT               PIC S9(13)V99 COMP-3.
           05  MMC-STATUS              PIC X(8).
               88  MMC-ACTIVE          VALUE 'ACTIVE'.
               88  MMC-SUSPENDED       VALUE 'SUSPEND'.
           05  MMC-UPDATED-OP-ID       PIC 9(6).
           05  MMC-UPDATED-TS          PIC X(14).
           05  MMC-FILLER              PIC X(10).

      * Batch Run-Control Record (one row per job per business date,
      * maintained by RUNCTL.COB). A batch job registers its run at
      * startup - a same-date rerun is refused unless explicitly
               10  DRW-CCY-CASH-OUT    PIC S9(13)V99 COMP-3.
               10  DRW-CCY-COUNTED     PIC S9(13)V99 COMP-3.
               10  DRW-CCY-OVER-SHORT  PIC S9(13)V99 COMP-3.
      *    Branch the drawer works from, so its counts roll up into
      *    the branch's denomination position; carved from the
      *    filler, so sessions opened before it hold spaces here
           05  DRW-BRANCH-CODE         PIC X(4).
      *    Net cash the branch vault moved into the drawer during the
      *    session (issues less returns). The cash in and out above
      *    include these internal moves; adding this back leaves the
      *    customers' own net withdrawals. Carved from the filler,
      *    so sessions opened before it hold spaces here
           05  DRW-VAULT-NET           PIC S9(9)V99 COMP-3.

      * Customer Advice Notice Record (one row per automated event
      * that touched a customer's money, dropped by the batch that
               88  NTC-EVENT-DD-BOUNCE VALUE 'DD-BOUNCE'.
               88  NTC-EVENT-TD-ROLL   VALUE 'TD-ROLL'.
               88  NTC-EVENT-LOAN-MISS VALUE 'LOAN-MISS'.
               88  NTC-EVENT-LOAN-DFINT VALUE 'LOAN-DFINT'.
               88  NTC-EVENT-LOAN-LATE VALUE 'LOAN-LATE'.
               88  NTC-EVENT-LOAN-RATE VALUE 'LOAN-RATE'.
      *        A low-balance alert the SMS/email gateway could not
      *        deliver, falling back to the printed advice
               88  NTC-EVENT-LOW-BAL   VALUE 'LOW-BAL'.
      *        A minor's account converted to the customer's own
      *        control on reaching the age of majority
               88  NTC-EVENT-MAJORITY  VALUE 'MAJORITY'.
           05  NTC-AMOUNT              PIC S9(13)V99 COMP-3.
           05  NTC-EVENT-DATE          PIC 9(8).
           05  NTC-DETAILS             PIC X(50).
           05  NTC-STATUS              PIC X(8).
               88  NTC-QUEUED          VALUE 'QUEUED'.
               88  NTC-PRINTED         VALUE 'PRINTED'.
      *        Handed to the SMS/email gateway, then confirmed by
      *        its delivery receipt; an undelivered message goes
      *        back to QUEUED for the print run
               88  NTC-SENT            VALUE 'SENT'.
               88  NTC-DELIVERED       VALUE 'DELIVRD'.
      *        The letter was diverted to the held-mail register
      *        (returned mail); PRINTED once the register reprints it
               88  NTC-HELD            VALUE 'HELD'.
           05  NTC-CREATED-TS          PIC X(14).
           05  NTC-PRINTED-TS          PIC X(14).
      *    How the notice was routed by the outbound notification
      *    batch: SMS or EMAIL when sent electronically, PAPER when
      *    left for the print run (the customer prefers paper, or
      *    the gateway could not deliver). Blank = not yet routed.
      *    Carved from the filler.
           05  NTC-CHANNEL             PIC X(5).
               88  NTC-NOT-ROUTED      VALUE SPACES.
               88  NTC-ROUTED-PAPER    VALUE 'PAPER'.
           05  NTC-FILLER              PIC X(5).

      * One formatted print line of the advice letter spool, built
      * by the advice print batch and written through FILES.COB
       01  ADVICE-SPOOL-LINE           PIC X(132).

      * One formatted line of the outbound notification file handed
      * to the SMS/email gateway each night, and one raw line of the
      * delivery-receipt file it returns (both fixed-format
      * HDR/DTL/TRL) - see the outbound notification and delivery
      * receipt batches
       01  NOTIFY-OUT-LINE             PIC X(250).
       01  NOTIFY-RECEIPT-IN-LINE      PIC X(100).

      * Held-Mail Register Record (maintained by MAILHOLD.COB): one
      * row per printed document a print run diverted because its
      * customer's mail is coming back returned - a statement, a
      * relationship statement, an advice letter or a tax
      * certificate. The document's print lines are kept in the
      * held-mail line file under the same ID, so nothing has to be
      * regenerated: HELD rows wait for a good address, RELEASED
      * rows (address amended) are reprinted by the held-mail
      * reprint run and left REPRINTD.
       01  HELD-MAIL-RECORD.
           05  HML-HELD-ID             PIC 9(10).
           05  HML-CUSTOMER-ID         PIC 9(8).
           05  HML-ACCOUNT-ID          PIC 9(8).
           05  HML-DOC-TYPE            PIC X(8).
               88  HML-DOC-STATEMENT   VALUE 'STMT'.
               88  HML-DOC-RELSTMT     VALUE 'RELSTMT'.
               88  HML-DOC-ADVICE      VALUE 'ADVICE'.
               88  HML-DOC-TAXCERT     VALUE 'TAXCERT'.
      *    What the document was: the statement period, the notice
      *    ID, the certificate year
           05  HML-DOC-REF             PIC X(20).
           05  HML-HELD-DATE           PIC 9(8).
           05  HML-LINE-COUNT          PIC 9(5).
           05  HML-STATUS              PIC X(8).
               88  HML-HELD            VALUE 'HELD'.
               88  HML-RELEASED        VALUE 'RELEASED'.
               88  HML-REPRINTED       VALUE 'REPRINTD'.
           05  HML-RELEASED-DATE       PIC 9(8).
           05  HML-REPRINTED-DATE      PIC 9(8).
           05  HML-CREATED-TS          PIC X(14).
           05  HML-FILLER              PIC X(20).

      * Held-Mail Line Record: one print line of a held document,
      * keyed by the register row's ID and the line's position
       01  HELD-MAIL-LINE-RECORD.
           05  HLL-LINE-KEY.
               10  HLL-HELD-ID         PIC 9(10).
               10  HLL-LINE-NO         PIC 9(5).
           05  HLL-TEXT                PIC X(132).

      * One formatted print line of the held-mail reprint spool,
      * appended to by each reprint run
       01  MAIL-REPRINT-LINE           PIC X(132).

      * Print Spool Catalogue Record (maintained by SPOOLARC.COB):
      * one row per document a print run put on its spool - a
      * statement, a relationship statement, an advice letter or a
      * tax certificate - pointing at the pages and lines it
      * occupies in that run's archived copy of the spool. Each run
      * also gets a row with SPC-DOC-SEQ zero covering the whole
      * run. Keyed by run and document number, with the account and
      * the customer as alternate keys for the reprint search.
      * PURGED rows stay behind after the retention run has removed
      * the archived lines, as the record that the document existed.
       01  SPOOL-CATALOGUE-RECORD.
           05  SPC-KEY.
               10  SPC-RUN-ID          PIC 9(8).
               10  SPC-DOC-SEQ         PIC 9(6).
                   88  SPC-WHOLE-RUN   VALUE 0.
           05  SPC-REPORT-NAME         PIC X(10).
               88  SPC-REPORT-VALID    VALUE 'STMTCYCLE' 'RELSTMT'
                                             'ADVPRINT' 'TAXCERT'.
           05  SPC-BUSINESS-DATE       PIC 9(8).
           05  SPC-ACCOUNT-ID          PIC 9(8).
           05  SPC-CUSTOMER-ID         PIC 9(8).
      *    What the document was: the statement period, the notice
      *    ID, the certificate year (as on the held-mail register)
           05  SPC-DOC-REF             PIC X(20).
           05  SPC-FIRST-PAGE          PIC 9(6).
           05  SPC-LAST-PAGE           PIC 9(6).
           05  SPC-FIRST-LINE          PIC 9(7).
           05  SPC-LAST-LINE           PIC 9(7).
           05  SPC-ARCHIVED-TS         PIC X(14).
           05  SPC-STATUS              PIC X(8).
               88  SPC-ARCHIVED        VALUE 'ARCHIVED'.
               88  SPC-PURGED          VALUE 'PURGED'.
           05  SPC-REPRINT-COUNT       PIC 9(4).
           05  SPC-FILLER              PIC X(20).

      * Print Spool Archive Line Record: one line of an archived
      * spool run, exactly as written to the .prn file, keyed by the
      * run and the line's position in it
       01  SPOOL-ARCHIVE-LINE-RECORD.
           05  SAL-KEY.
               10  SAL-RUN-ID          PIC 9(8).
               10  SAL-LINE-NO         PIC 9(7).
           05  SAL-TEXT                PIC X(132).

      * One formatted print line of the archive reprint spool,
      * appended to by each reprint of an archived document
       01  SPOOL-REPRINT-LINE          PIC X(132).

      * Complaint / Service Case Record (maintained by
      * COMPLAINTS.COB): one row per complaint a customer raises, by
      * whatever channel it reached the bank, linked to the customer
      * and - where the complaint is about one - the account, the
      * transaction and the dispute case. The response deadline is
      * fixed when the case is opened from the category's service
      * level, so the nightly aging report and the monthly summary
      * for the ombudsman measure every case against the promise
      * made on the day it came in.
       01  COMPLAINT-RECORD.
           05  CMP-CASE-ID             PIC 9(8).
           05  CMP-CUSTOMER-ID         PIC 9(8).
      *    Zero when the complaint is not about a particular account
      *    or transaction
           05  CMP-ACCOUNT-ID          PIC 9(8).
           05  CMP-TXN-ID              PIC 9(12).
           05  CMP-DISPUTE-REF         PIC X(20).
           05  CMP-CATEGORY            PIC X(8).
               88  CMP-CAT-FEES        VALUE 'FEES'.
               88  CMP-CAT-SERVICE     VALUE 'SERVICE'.
               88  CMP-CAT-CARD        VALUE 'CARD'.
               88  CMP-CAT-FRAUD       VALUE 'FRAUD'.
               88  CMP-CAT-LOAN        VALUE 'LOAN'.
               88  CMP-CAT-PAYMENT     VALUE 'PAYMENT'.
               88  CMP-CAT-ACCOUNT     VALUE 'ACCOUNT'.
               88  CMP-CAT-OTHER       VALUE 'OTHER'.
      *    How the complaint reached the bank; OMBUDSMN is one the
      *    regulator's ombudsman referred to us
           05  CMP-CHANNEL             PIC X(8).
               88  CMP-CHAN-PHONE      VALUE 'PHONE'.
               88  CMP-CHAN-PAPER      VALUE 'PAPER'.
               88  CMP-CHAN-BRANCH     VALUE 'BRANCH'.
               88  CMP-CHAN-EMAIL      VALUE 'EMAIL'.
               88  CMP-CHAN-OMBUDSMAN  VALUE 'OMBUDSMN'.
           05  CMP-SUMMARY             PIC X(60).
           05  CMP-ASSIGNED-OPER-ID    PIC 9(6).
           05  CMP-STATUS              PIC X(8).
               88  CMP-OPEN            VALUE 'OPEN'.
               88  CMP-RESOLVED        VALUE 'RESOLVED'.
           05  CMP-OPENED-DATE         PIC 9(8).
           05  CMP-DEADLINE-DATE       PIC 9(8).
           05  CMP-RESOLVED-DATE       PIC 9(8).
           05  CMP-OUTCOME             PIC X(8).
               88  CMP-UPHELD          VALUE 'UPHELD'.
               88  CMP-PARTIAL         VALUE 'PARTIAL'.
               88  CMP-REJECTED        VALUE 'REJECTED'.
               88  CMP-WITHDRAWN       VALUE 'WITHDRWN'.
           05  CMP-RESOLUTION          PIC X(60).
           05  CMP-OPENED-BY           PIC 9(6).
           05  CMP-RESOLVED-BY         PIC 9(6).
           05  CMP-CREATED-TS          PIC X(14).
           05  CMP-UPDATED-TS          PIC X(14).
           05  CMP-FILLER              PIC X(20).

      * Suspicious Activity Case Record (maintained by SARCASES.COB):
      * one row per investigation the compliance desk opens, either
      * from a monitoring alert or from a transaction somebody
      * flagged. The analyst collects the related accounts and
      * postings onto the case and writes the narrative; the MLRO
      * decides whether it goes to the financial intelligence unit,
      * and SARFILE writes the filing for every case marked to file.
      * The existence of a case is itself confidential - telling the
      * customer is the tipping-off offence - so only the COMPLIANCE
      * and MLRO roles can read it and nothing on it is ever echoed
      * to the account, the audit details or a customer notice.
       01  SAR-CASE-RECORD.
           05  SAR-CASE-ID             PIC 9(8).
      *    The subject: the customer who holds the account the case
      *    was opened from
           05  SAR-CUSTOMER-ID         PIC 9(8).
           05  SAR-SOURCE              PIC X(8).
               88  SAR-FROM-ALERT      VALUE 'ALERT'.
               88  SAR-FROM-TXN        VALUE 'TXN'.
      *    Zero unless the case was opened from a monitoring alert
           05  SAR-ALERT-ID            PIC 9(10).
           05  SAR-SOURCE-TXN-ID       PIC 9(12).
      *    OPEN while the analyst works it, REFERRED once handed to
      *    the MLRO, then TOFILE or NOFILE on the decision; FILED
      *    once SARFILE has written it to the filing
           05  SAR-STATUS              PIC X(8).
               88  SAR-OPEN            VALUE 'OPEN'.
               88  SAR-REFERRED        VALUE 'REFERRED'.
               88  SAR-TO-FILE         VALUE 'TOFILE'.
               88  SAR-NO-FILE         VALUE 'NOFILE'.
               88  SAR-FILED           VALUE 'FILED'.
           05  SAR-ANALYST-OP-ID       PIC 9(6).
           05  SAR-OPENED-DATE         PIC 9(8).
           05  SAR-ACCOUNT-COUNT       PIC 9.
           05  SAR-ACCOUNT-ID          PIC 9(8) OCCURS 5 TIMES.
           05  SAR-TXN-COUNT           PIC 99.
           05  SAR-TXN-ID              PIC 9(12) OCCURS 15 TIMES.
      *    Sum of the amounts of the postings collected on the case
           05  SAR-TXN-TOTAL           PIC S9(13)V99 COMP-3.
           05  SAR-NARRATIVE           PIC X(60) OCCURS 4 TIMES.
           05  SAR-REFERRED-DATE       PIC 9(8).
           05  SAR-DECISION-OP-ID      PIC 9(6).
           05  SAR-DECISION-DATE       PIC 9(8).
           05  SAR-DECISION-NOTE       PIC X(40).
           05  SAR-FILED-DATE          PIC 9(8).
           05  SAR-CREATED-TS          PIC X(14).
           05  SAR-UPDATED-TS          PIC X(14).
           05  SAR-FILLER              PIC X(10).

      * Branch Master Record (maintained by BRANCHES.COB, one row
      * per branch code). Every branch code captured anywhere -
      * account opening, a branch move, a drawer, a vault, an ATM,
      * a safe deposit box, a voucher line - is checked against it,
      * and reports print the branch's name from it rather than the
      * bare code. A branch being closed is put on CLOSING with the
      * receiving branch and the date its merger runs; the BRMERGE
      * batch then moves everything it holds across and marks it
      * CLOSED, so a closed branch row stays on file as history.
       01  BRANCH-RECORD.
           05  BRN-BRANCH-CODE         PIC X(4).
           05  BRN-NAME                PIC X(30).
           05  BRN-ADDRESS             PIC X(60).
           05  BRN-REGION              PIC X(10).
           05  BRN-STATUS              PIC X(8).
               88  BRN-OPEN            VALUE 'OPEN'.
               88  BRN-CLOSING         VALUE 'CLOSING'.
               88  BRN-CLOSED          VALUE 'CLOSED'.
           05  BRN-OPENED-DATE         PIC 9(8).
           05  BRN-CLOSED-DATE         PIC 9(8).
      *    Merger instruction, set by the supervisor who schedules
      *    the closure: the branch that takes over the book and the
      *    posting date on or after which BRMERGE carries it out
           05  BRN-MERGE-INTO-CODE     PIC X(4).
           05  BRN-MERGE-DATE          PIC 9(8).
           05  BRN-MERGE-APPROVED-BY   PIC 9(6).
           05  BRN-CREATED-TS          PIC X(14).
           05  BRN-UPDATED-TS          PIC X(14).
           05  BRN-FILLER              PIC X(20).

      * Branch Vault Position Record (one row per branch, maintained
      * by VAULT.COB). The vault is where every drawer float comes
      * from and returns to: issuing cash to an open drawer session
           05  VLT-LAST-OVER-SHORT     PIC S9(13)V99 COMP-3.
           05  VLT-LAST-COUNT-TS       PIC X(14).
           05  VLT-UPDATED-TS          PIC X(14).
      *    Target range the branch keeps its vault inside, in whole
      *    reais - below the minimum it runs short before a payday,
      *    above the maximum it carries idle cash it pays to insure.
      *    The cash demand forecast suggests shipments against it.
      *    Carved from the filler, so rows that predate it hold
      *    spaces here and read as no range set
           05  VLT-TARGET-MIN          PIC S9(9) COMP-3.
           05  VLT-TARGET-MAX          PIC S9(9) COMP-3.

      * Vault Cash Shipment Record (one row per ordered shipment
      * between a branch vault and the central bank). An outbound
           05  VSH-DIRECTION           PIC X(3).
               88  VSH-INBOUND         VALUE 'IN'.
               88  VSH-OUTBOUND        VALUE 'OUT'.
               88  VSH-TO-ATM          VALUE 'ATM'.
           05  VSH-AMOUNT              PIC S9(13)V99 COMP-3.
           05  VSH-STATUS              PIC X(8).
               88  VSH-ORDERED         VALUE 'ORDERED'.
           05  VSH-SETTLED-TS          PIC X(14).
           05  VSH-FILLER              PIC X(10).

      * ATM Device Record (one row per cash machine, maintained by
      * VAULT.COB and keyed by the network terminal ID the card
      * settlement file carries). Cash reaches a machine only from
      * its branch vault, by replenishment; it leaves only as the
      * settled withdrawals CARDSETL credits to the machine. Each
      * cash-count cycle starts from an opening load - the last
      * count plus everything loaded since - so the balancing batch
      * can compare the next count with the opening load less the
      * cycle's settled withdrawals and record the over/short.
       01  ATM-RECORD.
           05  ATM-TERMINAL-ID         PIC X(8).
           05  ATM-BRANCH-CODE         PIC X(4).
           05  ATM-LOCATION            PIC X(30).
           05  ATM-STATUS              PIC X(8).
               88  ATM-IN-SERVICE      VALUE 'ACTIVE'.
               88  ATM-OUT-OF-SERVICE  VALUE 'INACTIVE'.
      *    Current cash-count cycle
           05  ATM-CYCLE-START-DATE    PIC 9(8).
           05  ATM-OPENING-LOAD        PIC S9(13)V99 COMP-3.
           05  ATM-CYCLE-WITHDRAWALS   PIC S9(13)V99 COMP-3.
           05  ATM-CYCLE-WDL-COUNT     PIC 9(6).
      *    Settled withdrawals for the latest settlement date only,
      *    for the branch's daily cash report
           05  ATM-LAST-WDL-DATE       PIC 9(8).
           05  ATM-DAY-WITHDRAWALS     PIC S9(13)V99 COMP-3.
      *    Cash level below which the daily report asks the branch
      *    to replenish whatever the demand forecast says
           05  ATM-LOW-CASH-LEVEL      PIC S9(13)V99 COMP-3.
           05  ATM-LAST-REPLENISH-DATE PIC 9(8).
           05  ATM-LAST-REPLENISH-AMT  PIC S9(13)V99 COMP-3.
           05  ATM-LAST-COUNT-DATE     PIC 9(8).
           05  ATM-LAST-COUNTED-AMT    PIC S9(13)V99 COMP-3.
           05  ATM-LAST-OVER-SHORT     PIC S9(13)V99 COMP-3.
           05  ATM-CREATED-TS          PIC X(14).
           05  ATM-UPDATED-TS          PIC X(14).
           05  ATM-FILLER              PIC X(20).

      * Branch Cash Demand Record (one row per branch per business
      * day, maintained by the VAULTFC forecast run). The night of
      * a business date records what the branch actually needed:
      * teller cash out less cash in, with the vault's own issues
      * to and returns from the drawers taken back out, plus what
      * its ATMs paid out. The same run writes its projection of
      * the next ten business days onto the rows of those days -
      * the first projection made for a day is kept, the latest
      * overwrites - so actual need and forecast sit side by side
      * for the accuracy report. The first projected day's row
      * also carries the shipment the run suggested, for the vault
      * screen to show when the next order is placed. A positive
      * need is cash leaving the branch.
       01  CASH-DEMAND-RECORD.
           05  CDM-KEY.
               10  CDM-BRANCH-CODE     PIC X(4).
               10  CDM-BUSINESS-DATE   PIC 9(8).
           05  CDM-PRE-HOLIDAY-FLAG    PIC X.
               88  CDM-PRE-HOLIDAY     VALUE 'Y'.
      *    Actual demand, recorded on the night of the business date
           05  CDM-ACTUAL-SWITCH       PIC X.
               88  CDM-ACTUAL-RECORDED VALUE 'Y'.
           05  CDM-TELLER-CASH-IN      PIC S9(13)V99 COMP-3.
           05  CDM-TELLER-CASH-OUT     PIC S9(13)V99 COMP-3.
           05  CDM-VAULT-TRANSFERS     PIC S9(13)V99 COMP-3.
           05  CDM-ATM-PAID            PIC S9(13)V99 COMP-3.
           05  CDM-ACTUAL-NEED         PIC S9(13)V99 COMP-3.
      *    Forecast need, first and latest, and the runs that made
      *    them
           05  CDM-FORECAST-SWITCH     PIC X.
               88  CDM-FORECAST-MADE   VALUE 'Y'.
           05  CDM-FIRST-FORECAST      PIC S9(13)V99 COMP-3.
           05  CDM-FIRST-FORECAST-DATE PIC 9(8).
           05  CDM-LAST-FORECAST       PIC S9(13)V99 COMP-3.
           05  CDM-LAST-FORECAST-DATE  PIC 9(8).
      *    Shipment suggested by the run whose first projected day
      *    this is
           05  CDM-SUGGESTED-DIRECTION PIC X(4).
               88  CDM-SUGGEST-SHIP-IN VALUE 'IN'.
               88  CDM-SUGGEST-SHIP-OUT VALUE 'OUT'.
               88  CDM-SUGGEST-HOLD    VALUE 'HOLD'.
           05  CDM-SUGGESTED-AMOUNT    PIC S9(13)V99 COMP-3.
           05  CDM-SHORTFALL-DATE      PIC 9(8).
           05  CDM-UPDATED-TS          PIC X(14).
           05  CDM-FILLER              PIC X(20).

      * Relationship Manager Record (one row per manager, maintained
      * by RELMGR.COB). The manager is known by a short RM code that
      * customers carry in CUS-RM-CODE; the operator ID is the login
      * whose RM desk shows the book and its work queue. A manager
      * leaving is set INACTIVE once the book has been handed over -
      * the row stays so the assignment history still reads.
       01  RELATIONSHIP-MANAGER-RECORD.
           05  RMG-RM-CODE             PIC X(6).
           05  RMG-NAME                PIC X(30).
           05  RMG-OPERATOR-ID         PIC 9(6).
           05  RMG-BRANCH-CODE         PIC X(4).
      *    CORPORATE - company relationships; PRIVATE - high-value
      *    personal customers
           05  RMG-SEGMENT             PIC X(10).
               88  RMG-SEGMENT-CORPORATE VALUE 'CORPORATE'.
               88  RMG-SEGMENT-PRIVATE VALUE 'PRIVATE'.
               88  RMG-SEGMENT-VALID   VALUE 'CORPORATE' 'PRIVATE'.
           05  RMG-STATUS              PIC X(8).
               88  RMG-ACTIVE          VALUE 'ACTIVE'.
               88  RMG-INACTIVE        VALUE 'INACTIVE'.
           05  RMG-CREATED-TS          PIC X(14).
           05  RMG-UPDATED-TS          PIC X(14).
           05  RMG-FILLER              PIC X(30).

      * Relationship Manager Assignment Record (one row per change
      * of a customer's manager, written by RELMGR.COB). Rows are
      * only ever added, so the file is the customer's full
      * manager history; keyed by customer plus a sequence from the
      * control record so one customer's changes read in order. A
      * whole book handed over writes one row per customer moved.
       01  RM-ASSIGNMENT-RECORD.
           05  RMA-KEY.
               10  RMA-CUSTOMER-ID     PIC 9(8).
               10  RMA-EVENT-ID        PIC 9(10).
      *    Spaces on either side means no manager
           05  RMA-FROM-RM-CODE        PIC X(6).
           05  RMA-TO-RM-CODE          PIC X(6).
           05  RMA-EFFECTIVE-DATE      PIC 9(8).
           05  RMA-KIND                PIC X(8).
               88  RMA-SINGLE-ASSIGN   VALUE 'ASSIGN'.
               88  RMA-BOOK-HANDOVER   VALUE 'HANDOVER'.
           05  RMA-REASON              PIC X(40).
      *    The supervisor who made the change
           05  RMA-OPERATOR-ID         PIC 9(6).
           05  RMA-RECORDED-TS         PIC X(14).
           05  RMA-FILLER              PIC X(20).

      * Customer Profitability Record (one row per customer, the
      * net contribution the latest CUSTPROF.COB run worked out,
      * replaced whole on every run). Kept so the RM book report
      * prices each manager's book with the same figures the
      * profitability report ranks by.
       01  CUSTOMER-PROFIT-RECORD.
           05  CPR-CUSTOMER-ID         PIC 9(8).
           05  CPR-RUN-DATE            PIC 9(8).
           05  CPR-RANK                PIC 9(5).
           05  CPR-FEES                PIC S9(13)V99 COMP-3.
           05  CPR-OD-INTEREST         PIC S9(13)V99 COMP-3.
           05  CPR-LOAN-INTEREST       PIC S9(13)V99 COMP-3.
           05  CPR-DEPOSIT-INTEREST    PIC S9(13)V99 COMP-3.
           05  CPR-NET                 PIC S9(13)V99 COMP-3.
           05  CPR-FILLER              PIC X(20).

      * One raw line of the cash-count file the replenishment crews
      * return at each count cycle (fixed-format HDR/DTL/TRL) - see
      * the ATM balancing batch
       01  ATM-COUNT-IN-LINE           PIC X(100).

      * Cash Count Denomination Record (one row per physical count
      * taken note by note, maintained by VAULT.COB). The drawer,
      * vault and shipment rows only carry totals; this register
      * keeps the breakdown behind each of them - the float counted
      * into a drawer at opening, the drawer count at balancing, a
      * vault count, and the make-up of a shipment ordered from or
      * to the central bank. CCT-TOTAL-AMOUNT always equals the sum
      * of the pieces at their face values and the total the owning
      * row was posted with. Piece slots follow the denomination
      * table VAULT/GET-DENOMINATION-TABLE hands out (home currency
      * notes then coins, largest first).
       01  CASH-COUNT-RECORD.
           05  CCT-COUNT-ID            PIC 9(10).
           05  CCT-COUNT-TYPE          PIC X(8).
               88  CCT-DRAWER-OPEN     VALUE 'DRW-OPEN'.
               88  CCT-DRAWER-BALANCE  VALUE 'DRW-BAL'.
               88  CCT-VAULT-COUNT     VALUE 'VAULT'.
               88  CCT-SHIPMENT-ORDER  VALUE 'SHIPMENT'.
           05  CCT-BRANCH-CODE         PIC X(4).
           05  CCT-REFERENCE-ID        PIC 9(10).
           05  CCT-OPERATOR-ID         PIC 9(6).
           05  CCT-BUSINESS-DATE       PIC 9(8).
           05  CCT-TOTAL-AMOUNT        PIC S9(13)V99 COMP-3.
           05  CCT-PIECES              PIC 9(7) COMP-3
                                       OCCURS 12 TIMES.
           05  CCT-CREATED-TS          PIC X(14).
           05  CCT-FILLER              PIC X(20).

      * The home currency's notes and coins in slot order, as
      * VAULT/GET-DENOMINATION-TABLE returns them, and the piece
      * counts a screen collects against it before the count is
      * recorded
       01  DENOMINATION-TABLE.
           05  DNM-ENTRY OCCURS 12 TIMES.
               10  DNM-FACE-VALUE      PIC 9(3)V99.
               10  DNM-KIND            PIC X(4).
                   88  DNM-IS-NOTE     VALUE 'NOTE'.
                   88  DNM-IS-COIN     VALUE 'COIN'.
       01  DENOMINATION-PIECES.
           05  DNP-PIECES              PIC 9(7) OCCURS 12 TIMES.

      * Ledger Query Result (shared between LEDGER.COB and its callers
      * so on-screen ledger views don't need a full re-scan per line)
       01  LEDGER-QUERY-RESULT.
      * by the CTR filing batch and written through FILES.COB
       01  CTR-FILING-LINE             PIC X(100).

      * One line of the FIU suspicious activity report filing
      * (fixed layout the FIU portal ingests), appended to by SARFILE
       01  SAR-FILING-LINE             PIC X(150).

      * One formatted line of the monthly central-bank deposits
      * return file (fixed layout the regulator's portal ingests),
      * built by the deposits return batch and written through
      * certificate per customer, form feed separated
       01  TAXCERT-SPOOL-LINE          PIC X(132).

      * One raw line of the auditors' confirmation request file read
      * by the confirmation letter batch (fixed-format: scope C for
      * a whole customer or A for one account, the customer or
      * account ID, the audit firm and the firm's own reference),
      * and one formatted line of the confirmation letter spool -
      * one letter per request, form feed separated
       01  CONFIRM-REQUEST-LINE        PIC X(100).
       01  CONFIRM-SPOOL-LINE          PIC X(132).

      * One line of the direct debit collector advice file, appended
      * by REDIRECT.COB for every active mandate on an account that
      * closes with a redirection (fixed-format: collector, mandate,
      * old and new account, redirection end date), and one
      * formatted line of the monthly redirection report spool -
      * one notice per customer or payer, form feed separated
       01  REDIRECT-ADVICE-LINE        PIC X(100).
       01  REDIRECT-SPOOL-LINE         PIC X(132).

      * One raw line read from the employer payroll file (fixed-format
      * HDR/DTL: the funding account and control totals on the HDR,
      * one employee credit per DTL), parsed by the payroll run
       01  PAYROLL-IMPORT-LINE         PIC X(100).

      * One raw line read from finance's budget load file (fixed-
      * format HDR/DTL: the fiscal year and control totals on the
      * HDR, one budget amount per DTL), parsed by the budget load
       01  BUDGET-IMPORT-LINE          PIC X(100).

      * One formatted line of the nightly ledger seal file - the
      * business date, the newest LED-ID and the chain hash at
      * cutover, appended by EODCUT so internal audit holds an
