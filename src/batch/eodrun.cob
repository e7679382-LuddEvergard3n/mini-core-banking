      * CREATE-LEDGER-ENTRY therefore runs in its own serial lane;
      * only the report and extract steps, each writing its own
      * output file, share a group. The required order still holds:
      * - releases and expiries (freezes, holds, card
      *   authorizations, notices) clear before anything posts
      * - PPAYDFLT decides overdue positive pay exceptions before
      *   STANDING, so a defaulted cheque debit is in the day
      *   AMLMON scans
      * - STANDING posts due orders before AMLMON scans the day's
      *   movements, so recurring transfers are inside the scan
      * - WIREOUT cuts the outbound clearing file after the day's
      *   wires have all been accepted
      * - fee and dormancy jobs post before the balance snapshot, so
      *   the snapshot captures the closed business day
      * - MMACCR opens and accrues the money market deals before
      *   MMMATUR settles the ones due, so a deal maturing tonight
      *   has its last night's interest booked first
      * - COLLQ runs after LOANPOST and ODINT, so the collections
      *   queue and the promise check see tonight's arrears and
      *   overdrawn days
      * - VAULTFC records the day's branch cash need while the
      *   business date is still the one being closed, and
      *   forecasts the ten business days after it
      * - the chain joins back to one lane before RECONCILE,
      *   GLTIEOUT, IBRECON, ACCRTIE and EODCUT, which each need
      *   the finished day
      * - EXCRPT prints the morning exceptions report last before
      *   EODCUT, while the business date is still the one being
      *   closed, so every job's unprocessed items are on it
      *
      * Design decisions:
      * - Each step is launched as its own binary through the system
           05  FILLER PIC X(42) VALUE '01FREEZEXP  ./freezexp'.
           05  FILLER PIC X(42) VALUE '02AVAILREL  ./availrel'.
           05  FILLER PIC X(42) VALUE '03HOLDEXP   ./holdexp'.
      *    AUTHEXP lapses unsettled card approvals, releasing their
      *    holds through the same register HOLDEXP has just written
           05  FILLER PIC X(42) VALUE '04AUTHEXP   ./authexp'.
           05  FILLER PIC X(42) VALUE '05NOTICEREL ./noticerel'.
      *    PPAYDFLT applies the default decision to positive pay
      *    exceptions past their cut-off; a default PAY posts the
      *    cheque debit, so it runs in its own lane
           05  FILLER PIC X(42) VALUE '06PPAYDFLT  ./ppaydflt'.
           05  FILLER PIC X(42) VALUE '07GARNREMIT ./garnremit'.
           05  FILLER PIC X(42) VALUE '08STANDING  ./standing'.
           05  FILLER PIC X(42) VALUE '09FUTPAY    ./futpay'.
           05  FILLER PIC X(42) VALUE '10SWEEP     ./sweep'.
           05  FILLER PIC X(42) VALUE '11TDMATUR   ./tdmatur'.
      *    LOANRPRC re-prices floating loans before LOANPOST
      *    collects, so an installment due on a repricing date
      *    is taken at the new rate
           05  FILLER PIC X(42) VALUE '12LOANRPRC  ./loanrprc'.
           05  FILLER PIC X(42) VALUE '13LOANPOST  ./loanpost'.
           05  FILLER PIC X(42) VALUE '14WIREOUT   ./wireout'.
           05  FILLER PIC X(42) VALUE '15OUTCLEAR  ./outclear'.
           05  FILLER PIC X(42) VALUE '16BILLREMIT ./billremit'.
           05  FILLER PIC X(42) VALUE '17NSFFEE    ./nsffee'.
      *    MAINTFEE is a monthly fee but safe in the nightly chain:
      *    it stamps ACC-LAST-MAINT-FEE-DATE and skips any account
      *    already charged in the current posting month
           05  FILLER PIC X(42) VALUE '18MAINTFEE  ./maintfee'.
           05  FILLER PIC X(42) VALUE '19DORMANT   ./dormant'.
           05  FILLER PIC X(42) VALUE '20PENDAGE   ./pendage'.
           05  FILLER PIC X(42) VALUE '21ACCRUE    ./accrue'.
           05  FILLER PIC X(42) VALUE '22ODINT     ./odint'.
      *    Treasury's money market deals open and accrue, then the
      *    ones due settle - both post straight to the chart
           05  FILLER PIC X(42) VALUE '23MMACCR    ./mmaccr'.
           05  FILLER PIC X(42) VALUE '24MMMATUR   ./mmmatur'.
      *    COLLQ builds and ages the collections queue once
      *    tonight's installments and overdraft days are in, and
      *    settles the promises to pay against them; it writes the
      *    exceptions register, so it runs in its own lane
           05  FILLER PIC X(42) VALUE '25COLLQ     ./collq'.
      *    DAYEXT cuts the shared delta extract after the last
      *    posting step, so every consumer sees one day
           05  FILLER PIC X(42) VALUE '26DAYEXT    ./dayext'.
           05  FILLER PIC X(42) VALUE '27BALSNAP   ./balsnap'.
      *    KYCDUE raises tonight's review notices, so it finishes
      *    before ADVPRINT spools the notice queue
           05  FILLER PIC X(42) VALUE '28AMLMON    ./amlmon'.
           05  FILLER PIC X(42) VALUE '29CTRFILE   ./ctrfile'.
      *    MINORMAJ hands minors' accounts over on the 18th birthday
      *    and brings their KYC review forward, so it runs ahead of
      *    KYCDUE; it rewrites accounts, customers, the notice queue
      *    and the control record, so it runs in its own lane
           05  FILLER PIC X(42) VALUE '30MINORMAJ  ./minormaj'.
           05  FILLER PIC X(42) VALUE '31KYCDUE    ./kycdue'.
      *    CARDEMB orders tonight's card renewals and cuts the card
      *    bureau's embossing file; it takes card numbers from the
      *    control file, so it runs in its own lane
           05  FILLER PIC X(42) VALUE '32CARDEMB   ./cardemb'.
      *    NOTIFOUT hands tonight's notices and low-balance alerts
      *    to the SMS/email gateway before ADVPRINT prints the rest;
      *    it rewrites the notice queue and the control record, so
      *    it runs in its own lane
           05  FILLER PIC X(42) VALUE '33NOTIFOUT  ./notifout'.
      *    MAILRPR reprints the documents released from the held-
      *    mail register by today's address corrections; it rewrites
      *    the register and the notice queue, which ADVPRINT also
      *    writes, so it runs in its own lane ahead of the fan-out
           05  FILLER PIC X(42) VALUE '34MAILRPR   ./mailrpr'.
      *    The fan-out: eight steps with NO writable file in common
      *    - that, not "read-only", is the grouping rule. ADVPRINT
      *    rewrites the notice queue (to PRINTED or HELD), writes
      *    the advice spool and, for a customer whose mail has come
      *    back, the held-mail register and its control counter;
      *    MISEXTR and OLBOUT each write only their own extract
      *    file; XREFCHK writes only the exceptions register, which
      *    no other member touches, and none of them touches the
      *    notice queue; ATMCASH only reads the ATM
      *    register, DENOMPOS only the cash count and shipment
      *    registers, CMPAGING only the complaint case register;
      *    VAULTFC writes only the cash demand file and reads the
      *    drawer, ATM, vault and shipment files, none of which any
      *    other member writes
           05  FILLER PIC X(42) VALUE '35ADVPRINT  ./advprint'.
           05  FILLER PIC X(42) VALUE '35XREFCHK   ./xrefchk'.
           05  FILLER PIC X(42) VALUE '35MISEXTR   ./misextr'.
           05  FILLER PIC X(42) VALUE '35OLBOUT    ./olbout'.
           05  FILLER PIC X(42) VALUE '35ATMCASH   ./atmcash'.
           05  FILLER PIC X(42) VALUE '35DENOMPOS  ./denompos'.
           05  FILLER PIC X(42) VALUE '35CMPAGING  ./cmpaging'.
           05  FILLER PIC X(42) VALUE '35VAULTFC   ./vaultfc'.
      *    The join: reconciliation, tie-out, inter-branch proof,
      *    accrued interest tie-out, the exceptions report and
      *    cutover each need the whole finished day, one lane, in
      *    this order
           05  FILLER PIC X(42) VALUE '36RECONCILE ./reconcile'.
           05  FILLER PIC X(42) VALUE '37GLTIEOUT  ./gltieout'.
           05  FILLER PIC X(42) VALUE '38IBRECON   ./ibrecon'.
           05  FILLER PIC X(42) VALUE '39ACCRTIE   ./accrtie'.
           05  FILLER PIC X(42) VALUE '40EXCRPT    ./excrpt'.
           05  FILLER PIC X(42) VALUE '41EODCUT    ./eodcut'.

       01  WS-JOB-TABLE REDEFINES WS-JOB-TABLE-VALUES.
           05  WS-JOB-ENTRY OCCURS 48 TIMES.
               10  WS-JOB-GROUP        PIC 99.
               10  WS-JOB-NAME         PIC X(10).
               10  WS-JOB-COMMAND      PIC X(30).

       01  WS-JOB-COUNT                PIC 99 VALUE 48.
       01  WS-JOB-INDEX                PIC 99.

      * Per-step outcome, filled in as the chain runs
       01  WS-JOB-RESULTS.
           05  WS-JOB-RESULT-ENTRY OCCURS 48 TIMES.
               10  WS-JOB-RESULT       PIC X(8).
               10  WS-JOB-EXIT-CODE    PIC S9(4).

