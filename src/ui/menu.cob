               88  STATE-RESET-OPER    VALUE 'RESET_OPERATOR'.
               88  STATE-TERM-OPEN     VALUE 'TERM_OPEN'.
               88  STATE-TERM-WDRAW    VALUE 'TERM_WITHDRAW'.
               88  STATE-LOAN-APPS     VALUE 'LOAN_APPS'.
               88  STATE-LOAN-VIEW     VALUE 'LOAN_VIEW'.
               88  STATE-CHQ-ISSUE     VALUE 'CHQ_ISSUE'.
               88  STATE-CHQ-PRESENT   VALUE 'CHQ_PRESENT'.
               88  STATE-BILLPAY       VALUE 'BILL_PAYMENTS'.
               88  STATE-RENUMBER      VALUE 'RENUMBER'.
               88  STATE-NOTICE-DESK   VALUE 'NOTICE_DESK'.
               88  STATE-LOAN-SERVICING VALUE 'LOAN_SERVICING'.
               88  STATE-COMPLAINT-DESK VALUE 'COMPLAINT_DESK'.
               88  STATE-STAFF-LINKS   VALUE 'STAFF_LINKS'.
               88  STATE-SAR-CASES     VALUE 'SAR_CASES'.
               88  STATE-POSTING-RULES VALUE 'POSTING_RULES'.
               88  STATE-OPEN-ITEMS    VALUE 'OPEN_ITEMS'.
               88  STATE-MM-DEALS      VALUE 'MM_DEALS'.
               88  STATE-FX-COUNTER    VALUE 'FX_COUNTER'.
               88  STATE-INT-RATES     VALUE 'INTEREST_RATES'.
               88  STATE-CUTOFFS       VALUE 'CUTOFF_TIMES'.
               88  STATE-POSITIVE-PAY  VALUE 'POSITIVE_PAY'.
               88  STATE-INSTANT-PAY   VALUE 'INSTANT_PAYMENT'.
               88  STATE-IPAY-POSITION VALUE 'IPAY_POSITION'.
               88  STATE-OP-SESSIONS   VALUE 'OP_SESSIONS'.
               88  STATE-OP-TRAINEE    VALUE 'OP_TRAINEE'.
               88  STATE-REF-CHANGES   VALUE 'REF_CHANGES'.
               88  STATE-EOD-EXCEPTIONS VALUE 'EOD_EXCEPTIONS'.
               88  STATE-SPOOL-REPRINT VALUE 'SPOOL_REPRINT'.
               88  STATE-BRANCH-MASTER VALUE 'BRANCH_MASTER'.
               88  STATE-TAX-RATES     VALUE 'TAX_RATES'.
               88  STATE-CONSENTS      VALUE 'CONSENTS'.
               88  STATE-COLLECTIONS   VALUE 'COLLECTIONS'.
               88  STATE-RM-DESK       VALUE 'RM_DESK'.
               88  STATE-EXIT          VALUE 'EXIT'.
           05  WS-PREVIOUS-STATE       PIC X(20).
       
           05  WS-TXN-DESCRIPTION      PIC X(80).
           05  WS-TXN-TO-ACCOUNT-ID    PIC 9(8).
           05  WS-TXN-REFERENCE-NUMBER PIC X(20).
           05  WS-TXN-CODE             PIC X(6).

      * Code a teller credit or debit posts under when the teller
      * leaves the transaction code prompt blank
       01  WS-TXN-DEFAULT-CODE         PIC X(6).

       01  WS-ACCOUNT-TYPE-CHOICE      PIC 99.
       01  WS-SELECTED-ACCOUNT-TYPE    PIC X(10).

      * Product catalogue at account opening (see PRODUCTS.COB)
       01  WS-SELECTED-PRODUCT-CODE    PIC X(8).
       01  WS-OPENING-DEPOSIT          PIC S9(13)V99.
       01  WS-PRD-LIST-STATUS          PIC XX.
       01  WS-PRD-LIST-COUNT           PIC 9(3).
       01  WS-PRD-LOOKUP-STATUS        PIC XX.
       01  WS-PRD-LOOKUP-MESSAGE       PIC X(80).
       01  WS-PRD-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRD-FEE-DISPLAY          PIC ZZZ,ZZ9.99.
       01  WS-CURRENCY-CHOICE          PIC 99.
       01  WS-SELECTED-CURRENCY        PIC X(03).
       01  WS-INPUT-BRANCH-CODE        PIC X(04).
       01  WS-KYC-TAX-ID               PIC X(20).
       01  WS-KYC-DATE-OF-BIRTH        PIC 9(08).
       01  WS-KYC-ADDRESS              PIC X(60).
      *    Guardian customer for an applicant under 18; zero for an
      *    adult applicant
       01  WS-KYC-GUARDIAN-ID          PIC 9(8).

      * KYC review work screen input data (see CUSTOMER.COB): the
      * customer under review, the amendments keyed (blank keeps the
       01  WS-KYC-TIER-CHOICE          PIC 99.
       01  WS-KYC-NEW-TIER             PIC X(6).
       01  WS-KYC-AUDIT-STATUS         PIC XX.
       01  WS-KYC-NEW-MOBILE           PIC X(15).
       01  WS-KYC-NEW-EMAIL            PIC X(60).
       01  WS-KYC-NEW-CHANNEL          PIC X(5).
       01  WS-KYC-CHANNEL-CHOICE       PIC 99.
       01  WS-KYC-RETURNED-DATE        PIC 9(8).
       01  WS-KYC-RELEASED-COUNT       PIC 9(5).

      * Outward cheque deposit input data (see DEPOSIT-OUTWARD-
      * CHEQUE in CHEQUES.COB)
       01  WS-SBD-SIZE-CHOICE          PIC 99.
       01  WS-SBD-SIZE                 PIC X(6).
       01  WS-SBD-TARIFF               PIC S9(13)V99.
       01  WS-SBD-BRANCH-CODE          PIC X(4).
       01  WS-SBD-ACCOUNT-ID           PIC 9(8).
       01  WS-SBD-CUSTOMER-ID          PIC 9(8).
       01  WS-SBD-DISPLAY-TARIFF       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-LPF-QUOTE-DATE           PIC 9(8).
       01  WS-LPF-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.

      * Loan servicing desk input data (see LOANS.COB)
       01  WS-LSV-CHOICE               PIC 99.
       01  WS-LSV-LOAN-ID              PIC 9(8).
       01  WS-LSV-RATE-INPUT           PIC S9(13)V99.
       01  WS-LSV-RATE                 PIC 9(2)V9(4).
       01  WS-LSV-TERM                 PIC 9(3).
       01  WS-LSV-TREATMENT-CHOICE     PIC 99.
       01  WS-LSV-TREATMENT            PIC X(10).
       01  WS-LSV-REASON               PIC X(40).
       01  WS-LSV-LIST-STATUS          PIC XX.
       01  WS-LSV-LIST-COUNT           PIC 9(3).
       01  WS-LSV-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-LSV-RECOVERY-AMT         PIC S9(13)V99.
       01  WS-LSV-MEMO-OPEN            PIC S9(13)V99.
       01  WS-LSV-PROVISION-USED       PIC S9(13)V99.
       01  WS-LSV-LOSS                 PIC S9(13)V99.
       01  WS-LSV-INDEX-CODE           PIC X(6).
       01  WS-LSV-EFFECTIVE-DATE       PIC 9(8).
       01  WS-LSV-INDEX-RATE           PIC 9(2)V9(4).
       01  WS-LSV-DISPLAY-RATE         PIC Z9.9999.
       01  WS-LSV-MESSAGE              PIC X(80).
       01  WS-LSV-EFFECTIVE-COST       PIC 9(4)V99.
       01  WS-LSV-DISPLAY-COST         PIC ZZZ9.99.

      * Complaint / service case desk input data (see COMPLAINTS.COB)
       01  WS-CPD-CHOICE               PIC 99.
       01  WS-CPD-CASE-ID              PIC 9(8).
       01  WS-CPD-CUSTOMER-ID          PIC 9(8).
       01  WS-CPD-ACCOUNT-ID           PIC 9(8).
       01  WS-CPD-TXN-ID               PIC 9(12).
       01  WS-CPD-CATEGORY             PIC X(8).
       01  WS-CPD-CHANNEL              PIC X(8).
       01  WS-CPD-SUMMARY              PIC X(60).
       01  WS-CPD-ASSIGNED-OPER-ID     PIC 9(6).
       01  WS-CPD-OUTCOME              PIC X(8).
       01  WS-CPD-RESOLUTION           PIC X(60).
       01  WS-CPD-PICK                 PIC 99.
       01  WS-CPD-POSTING-DATE         PIC 9(8).
       01  WS-CPD-LIST-STATUS          PIC XX.
       01  WS-CPD-LIST-COUNT           PIC 9(3).
       01  WS-CPD-AGING-FLAG           PIC X(8).
       01  WS-CPD-MESSAGE              PIC X(80).

      * Operator posting limit screen input data (see OPERATOR.COB)
       01  WS-OPL-OPERATOR-ID          PIC 9(6).
       01  WS-OPL-LIMIT-INPUT          PIC S9(13)V99.
       01  WS-OPL-DISPLAY-LIMIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-OPL-AUDIT-STATUS         PIC XX.

      * Staff account link screen input data (see OPERATOR.COB)
       01  WS-SLK-CHOICE               PIC 99.
       01  WS-SLK-OPERATOR-ID          PIC 9(6).
       01  WS-SLK-CUSTOMER-ID          PIC 9(8).
       01  WS-SLK-IDX                  PIC 9.
       01  WS-SLK-MESSAGE              PIC X(80).
       01  WS-SLK-AUDIT-DETAILS        PIC X(50).
       01  WS-SLK-AUDIT-STATUS         PIC XX.

      * Suspicious activity case desk input data (see SARCASES.COB)
       01  WS-SAC-CHOICE               PIC 99.
       01  WS-SAC-CASE-ID              PIC 9(8).
       01  WS-SAC-ALERT-ID             PIC 9(10).
       01  WS-SAC-TXN-ID               PIC 9(12).
       01  WS-SAC-ACCOUNT-ID           PIC 9(8).
       01  WS-SAC-CUSTOMER-ID          PIC 9(8).
       01  WS-SAC-LINE-NO              PIC 99.
       01  WS-SAC-NARRATIVE            PIC X(60).
       01  WS-SAC-PICK                 PIC 99.
       01  WS-SAC-DECISION             PIC X(8).
       01  WS-SAC-DECISION-NOTE        PIC X(40).
       01  WS-SAC-IDX                  PIC 99.
       01  WS-SAC-TXN-STATUS           PIC XX.
       01  WS-SAC-LIST-STATUS          PIC XX.
       01  WS-SAC-LIST-COUNT           PIC 9(3).
       01  WS-SAC-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-SAC-MESSAGE              PIC X(80).

      * Posting rules screen input data (see POSTRULE.COB)
       01  WS-PRL-CHOICE               PIC 99.
       01  WS-PRL-CODE-INPUT           PIC X(6).
       01  WS-PRL-CHANNEL-INPUT        PIC X(10).
       01  WS-PRL-DEBIT-INPUT          PIC 9(4).
       01  WS-PRL-CREDIT-INPUT         PIC 9(4).
       01  WS-PRL-DESC-INPUT           PIC X(30).
       01  WS-PRL-LIST-STATUS          PIC XX.
       01  WS-PRL-LIST-COUNT           PIC 9(3).

      * Open-item matching screen input data (see OPENITEM.COB)
       01  WS-OIM-CHOICE               PIC 99.
       01  WS-OIM-GLA-INPUT            PIC 9(4).
       01  WS-OIM-ITEM-INPUT           PIC 9(10).
       01  WS-OIM-MATCH-INPUT          PIC 9(10).
       01  WS-OIM-FLAG-INPUT           PIC X.
       01  WS-OIM-LIST-STATUS          PIC XX.
       01  WS-OIM-LIST-COUNT           PIC 9(5).
       01  WS-OIM-LIST-TOTAL           PIC S9(13)V99.
       01  WS-OIM-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-OIM-MESSAGE              PIC X(80).

      * Money market deal desk input data (see MMDEALS.COB)
       01  WS-MMK-CHOICE               PIC 99.
       01  WS-MMK-DEAL-ID-INPUT        PIC 9(8).
       01  WS-MMK-CPTY-INPUT           PIC X(8).
       01  WS-MMK-DIRECTION-INPUT      PIC X.
       01  WS-MMK-AMOUNT-INPUT         PIC S9(13)V99.
       01  WS-MMK-RATE-INPUT           PIC S9(13)V99.
       01  WS-MMK-CCY-INPUT            PIC X(3).
       01  WS-MMK-DATE-INPUT           PIC 9(8).
       01  WS-MMK-NAME-INPUT           PIC X(30).
       01  WS-MMK-STATUS-INPUT         PIC X(8).
       01  WS-MMK-ALL-INPUT            PIC X.
       01  WS-MMK-LIST-STATUS          PIC XX.
       01  WS-MMK-LIST-COUNT           PIC 9(5).
       01  WS-MMK-EXPOSURE             PIC S9(13)V99.
       01  WS-MMK-AVAILABLE            PIC S9(13)V99.
       01  WS-MMK-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-MMK-DISPLAY-USED         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-MMK-DISPLAY-AVAIL        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-MMK-DISPLAY-RATE         PIC ZZ9.9999.
       01  WS-MMK-MESSAGE              PIC X(80).
       01  WS-MMK-CPTY-TABLE.
           05  WS-MMK-CPTY-COUNT       PIC 9(3).
           05  WS-MMK-CPTY-CODE        PIC X(8) OCCURS 200 TIMES.
       01  WS-MMK-CPTY-IDX             PIC 9(3).

      * FX counter exchange screens (see FXCOUNTER.COB)
       01  WS-FXK-CHOICE               PIC 99.
       01  WS-FXK-DEAL-ID-INPUT        PIC 9(10).
       01  WS-FXK-CCY-INPUT            PIC X(3).
       01  WS-FXK-AMOUNT-INPUT         PIC S9(13)V99.
       01  WS-FXK-ACCOUNT-INPUT        PIC 9(8).
       01  WS-FXK-NAME-INPUT           PIC X(30).
       01  WS-FXK-ID-TYPE-INPUT        PIC X(10).
       01  WS-FXK-ID-NUMBER-INPUT      PIC X(20).
       01  WS-FXK-ID-REQUIRED          PIC 9.
           88  FXK-ID-IS-REQUIRED      VALUE 1.
       01  WS-FXK-STATUS               PIC XX.
       01  WS-FXK-MESSAGE              PIC X(80).
       01  WS-FXK-RECEIPT-NO           PIC 9(10).
       01  WS-FXK-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FXK-DISPLAY-RATE         PIC ZZ9.9(6).

      * Interest rate schedule screens (see INTRATE.COB)
       01  WS-IRT-CHOICE               PIC 99.
       01  WS-IRT-PRODUCT              PIC X(10).
       01  WS-IRT-NUMBER-INPUT         PIC 9(8).
       01  WS-IRT-AMOUNT-INPUT         PIC S9(13)V99.
       01  WS-IRT-WHOLE-FLOOR          PIC 9(10).
       01  WS-IRT-TIER-IDX             PIC 9.
       01  WS-IRT-TIER-SWITCH          PIC 9.
           88  IRT-TIER-INPUT-FAILED   VALUE 1.
       01  WS-IRT-LIST-STATUS          PIC XX.
       01  WS-IRT-LIST-COUNT           PIC 9(5).
       01  WS-IRT-DISPLAY-FLOOR        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-IRT-DISPLAY-RATE         PIC Z9.9999.

      * Term deposit rate card screens (see TDRATE.COB)
       01  WS-IRT-CURRENCY             PIC X(3).
       01  WS-IRT-ROW-KIND             PIC X(1).
       01  WS-IRT-CAMPAIGN-NAME        PIC X(20).

      * Processing cut-off warning and maintenance (see CUTOFF.COB)
       01  WS-CUT-PAYMENT-TYPE         PIC X(8).
       01  WS-CUT-VALUE-DATE           PIC 9(8).
       01  WS-CUT-VALUE-PARTS REDEFINES WS-CUT-VALUE-DATE.
           05  WS-CUT-VALUE-YEAR       PIC 9(4).
           05  WS-CUT-VALUE-MONTH      PIC 99.
           05  WS-CUT-VALUE-DAY        PIC 99.
       01  WS-CUT-AFTER-CUTOFF         PIC 9.
           88  ITEM-IS-AFTER-CUTOFF    VALUE 1.
       01  WS-CUT-TIME                 PIC 9(4).
       01  WS-CUT-TIME-PARTS REDEFINES WS-CUT-TIME.
           05  WS-CUT-TIME-HOUR        PIC 99.
           05  WS-CUT-TIME-MINUTE      PIC 99.
       01  WS-CUT-STATUS               PIC XX.
       01  WS-CUT-DEST-EXTERNAL        PIC 9.
       01  WS-CUT-CHOICE               PIC 99.
       01  WS-CUT-TEXT-INPUT           PIC X(10).
       01  WS-CUT-NUMBER-INPUT         PIC 9(8).
       01  WS-CUT-MESSAGE              PIC X(80).
       01  WS-CUT-LIST-STATUS          PIC XX.
       01  WS-CUT-LIST-COUNT           PIC 9(5).

      * Positive pay enrolment and exception decision screens (see
      * CHEQUES.COB)
       01  WS-PPAY-CHOICE              PIC 99.
       01  WS-PPAY-DECISION            PIC X(6).
       01  WS-PPAY-STATUS              PIC XX.
       01  WS-PPAY-MESSAGE             PIC X(80).
       01  WS-PPAY-LIST-STATUS         PIC XX.
       01  WS-PPAY-LIST-COUNT          PIC 9(5).
       01  WS-PPAY-CHEQUE-INPUT        PIC 9(8).
       01  WS-PPAY-DISPLAY-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PPAY-DISPLAY-ISSUED      PIC ZZZ,ZZZ,ZZ9.99.

      * Instant payment send, enquiry and scheme position screens
      * (see IPAY.COB)
       01  WS-IPAY-CHOICE              PIC 99.
       01  WS-IPAY-STATUS              PIC XX.
       01  WS-IPAY-MESSAGE             PIC X(80).
       01  WS-IPAY-ALIAS               PIC X(40).
       01  WS-IPAY-PARTICIPANT         PIC X(8).
       01  WS-IPAY-OTHER-ACCOUNT       PIC X(20).
       01  WS-IPAY-OTHER-NAME          PIC X(30).
       01  WS-IPAY-FUND-AMOUNT         PIC S9(13)V99.
       01  WS-IPAY-LIST-STATUS         PIC XX.
       01  WS-IPAY-LIST-COUNT          PIC 9(5).
       01  WS-IPAY-DISPLAY-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.

      * Operator session register screen (see SESSIONS.COB)
       01  WS-SES-CHOICE               PIC 99.
       01  WS-SES-STATUS               PIC XX.
       01  WS-SES-MESSAGE              PIC X(80).
       01  WS-SES-LIST-STATUS          PIC XX.
       01  WS-SES-LIST-COUNT           PIC 9(5).
       01  WS-SES-END-SESSION-ID       PIC 9(10).
       01  WS-SES-LOCK-FLAG            PIC X(6).
       01  WS-SES-AUDIT-STATUS         PIC XX.

      * Operator trainee flag screen (see OPERATOR.COB)
       01  WS-OTR-OPERATOR-ID          PIC 9(6).
       01  WS-OTR-CONFIRM              PIC 9.
       01  WS-OTR-TRAINEE-SWITCH       PIC X.
       01  WS-OTR-MESSAGE              PIC X(80).
       01  WS-OTR-AUDIT-STATUS         PIC XX.

      * Reference data change control screens (see REFCHG.COB)
       01  WS-RCC-CHOICE               PIC 99.
       01  WS-RCC-CHANGE-ID            PIC 9(10).
       01  WS-RCC-NOTE                 PIC X(40).
       01  WS-RCC-MESSAGE              PIC X(80).
       01  WS-RCC-STATUS               PIC XX.
       01  WS-RCC-COUNT                PIC 9(5).
       01  WS-RCC-TXN-TYPE             PIC X(10).
       01  WS-RCC-CHANNEL              PIC X(10).
       01  WS-RCC-AMOUNT               PIC S9(13)V99.
       01  WS-RCC-FIELD-NAME           PIC X(20).
       01  WS-RCC-GLA-ID               PIC 9(4).
       01  WS-RCC-GLA-NAME             PIC X(30).
       01  WS-RCC-CONFIRM              PIC 9.
       01  WS-RCC-FILTER-TABLE         PIC X(8).
       01  WS-RCC-FILTER-FROM          PIC 9(8).
       01  WS-RCC-FILTER-TO            PIC 9(8).
       01  WS-RCC-FILTER-OPERATOR      PIC 9(6).
       01  WS-RCC-FEE-DISPLAY          PIC ZZ,ZZ9.99.
       01  WS-RCC-PRD-CODE             PIC X(8).
       01  WS-RCC-PRD-FIELD            PIC X(12).
           88  RCC-PRD-AMOUNT-FIELD    VALUE 'MIN-DEPOSIT'
                                             'MIN-BALANCE'
                                             'MAINT-FEE'.
           88  RCC-PRD-AGE-FIELD       VALUE 'MIN-AGE' 'MAX-AGE'.
       01  WS-RCC-PRD-TEXT             PIC X(30).
       01  WS-RCC-PRD-AGE              PIC 9(3).

      * Morning exceptions sign-off screen (see EODEXC.COB)
       01  WS-EXS-CHOICE               PIC 99.
       01  WS-EXS-DATE                 PIC 9(8).
       01  WS-EXS-DEPARTMENT           PIC X(10).
       01  WS-EXS-NOTE                 PIC X(40).
       01  WS-EXS-MESSAGE              PIC X(80).
       01  WS-EXS-STATUS               PIC XX.
       01  WS-EXS-COUNT                PIC 9(6).
       01  WS-EXS-SHOWN                PIC 9(6).
       01  WS-EXS-NEW-COUNT            PIC 9(6).
       01  WS-EXS-AMOUNT-DISPLAY       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EXS-DEPT-VALUES.
           05  FILLER PIC X(10) VALUE 'PAYMENTS'.
           05  FILLER PIC X(10) VALUE 'CARDS'.
           05  FILLER PIC X(10) VALUE 'LENDING'.
           05  FILLER PIC X(10) VALUE 'BRANCH'.
           05  FILLER PIC X(10) VALUE 'FINANCE'.
           05  FILLER PIC X(10) VALUE 'SYSTEMS'.
           05  FILLER PIC X(10) VALUE 'OPERATIONS'.
       01  WS-EXS-DEPT-TABLE REDEFINES WS-EXS-DEPT-VALUES.
           05  WS-EXS-DEPT-NAME        PIC X(10) OCCURS 7 TIMES.
       01  WS-EXS-DEPT-IDX             PIC 9.

      * Report archive reprint screen (see SPOOLARC.COB)
       01  WS-SPR-REPORT               PIC X(10).
       01  WS-SPR-DATE                 PIC 9(8).
       01  WS-SPR-ACCOUNT-ID           PIC 9(8).
       01  WS-SPR-CUSTOMER-ID          PIC 9(8).
       01  WS-SPR-RUN-ID               PIC 9(8).
       01  WS-SPR-DOC-SEQ              PIC 9(6).
       01  WS-SPR-SHOWN                PIC 9(6).
       01  WS-SPR-STATUS               PIC XX.
       01  WS-SPR-MESSAGE              PIC X(80).

      * Branch master / closure screen (see BRANCHES.COB)
       01  WS-BRM-CHOICE               PIC 99.
       01  WS-BRM-CODE                 PIC X(4).
       01  WS-BRM-NAME                 PIC X(30).
       01  WS-BRM-ADDRESS              PIC X(60).
       01  WS-BRM-REGION               PIC X(10).
       01  WS-BRM-INTO-CODE            PIC X(4).
       01  WS-BRM-MERGE-DATE           PIC 9(8).
       01  WS-BRM-STATUS               PIC XX.
       01  WS-BRM-MESSAGE              PIC X(80).

      * Financial transaction tax rate screen (see TAXRATE.COB).
      * Rates are keyed in basis points, two decimals, so the
      * ordinary decimal input carries a daily rate's precision.
       01  WS-FTX-CHOICE               PIC 99.
       01  WS-FTX-OPERATION            PIC X(6).
           88  FTX-OPERATION-VALID     VALUE 'LOAN' 'FX'.
       01  WS-FTX-EFFECTIVE-DATE       PIC 9(8).
       01  WS-FTX-BP-INPUT             PIC S9(13)V99.
       01  WS-FTX-FIXED-PCT            PIC 9(2)V9(4).
       01  WS-FTX-DAILY-PCT            PIC 9(2)V9(6).
       01  WS-FTX-CAP-DAYS             PIC 9(4).
       01  WS-FTX-DISPLAY-FIXED        PIC Z9.9999.
       01  WS-FTX-DISPLAY-DAILY        PIC Z9.999999.
       01  WS-FTX-LIST-COUNT           PIC 9(4).
       01  WS-FTX-STATUS               PIC XX.

      * Customer consent register screen (see CONSENT.COB)
       01  WS-CNR-CHOICE               PIC 99.
       01  WS-CNR-CUSTOMER-ID          PIC 9(8).
       01  WS-CNR-PURPOSE              PIC X(10).
       01  WS-CNR-DECISION             PIC X(9).
       01  WS-CNR-EFFECTIVE-DATE       PIC 9(8).
       01  WS-CNR-CHANNEL              PIC X(10).
       01  WS-CNR-LIST-COUNT           PIC 9(4).
       01  WS-CNR-STATUS               PIC XX.
       01  WS-CNR-MESSAGE              PIC X(80).

      * Collections worklist screen (see COLLECT.COB)
       01  WS-CLW-CHOICE               PIC 99.
       01  WS-CLW-COLLECTOR-ID         PIC 9(6).
       01  WS-CLW-SOURCE               PIC X(4).
       01  WS-CLW-REFERENCE-ID         PIC 9(8).
       01  WS-CLW-METHOD               PIC X(6).
       01  WS-CLW-OUTCOME              PIC X(10).
       01  WS-CLW-NOTE                 PIC X(40).
       01  WS-CLW-PTP-AMOUNT           PIC S9(13)V99.
       01  WS-CLW-PTP-DATE             PIC 9(8).
       01  WS-CLW-LIST-COUNT           PIC 9(4).
       01  WS-CLW-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-CLW-STATUS               PIC XX.
       01  WS-CLW-MESSAGE              PIC X(80).

      * Relationship manager desk (see RELMGR.COB)
       01  WS-RMD-CHOICE               PIC 99.
       01  WS-RMD-RM-CODE              PIC X(6).
       01  WS-RMD-TO-RM-CODE           PIC X(6).
       01  WS-RMD-RM-NAME              PIC X(30).
       01  WS-RMD-RM-OPERATOR-ID       PIC 9(6).
       01  WS-RMD-BRANCH-CODE          PIC X(4).
       01  WS-RMD-SEGMENT              PIC X(10).
       01  WS-RMD-RM-STATUS            PIC X(8).
       01  WS-RMD-CUSTOMER-ID          PIC 9(8).
       01  WS-RMD-REASON               PIC X(40).
       01  WS-RMD-ALERT-ID             PIC 9(10).
       01  WS-RMD-MOVED-COUNT          PIC 9(6).
       01  WS-RMD-LIST-COUNT           PIC 9(4).
       01  WS-RMD-POSTING-DATE         PIC 9(8).
       01  WS-RMD-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RMD-STATUS               PIC XX.
       01  WS-RMD-MESSAGE              PIC X(80).
      * The book being worked: its customers, then their open
      * accounts, so an alert or memo routes to the manager by
      * whoever holds the customer today
       01  WS-RMD-BOOK-COUNT           PIC 9(4).
       01  WS-RMD-BOOK-CUSTOMER-ID     PIC 9(8) OCCURS 500 TIMES.
       01  WS-RMD-ACCT-COUNT           PIC 9(4).
       01  WS-RMD-BOOK-ACCOUNT-ID      PIC 9(8) OCCURS 1000 TIMES.
       01  WS-RMD-IDX                  PIC 9(4).
       01  WS-RMD-MATCH-SWITCH         PIC 9.
           88  RMD-IN-BOOK             VALUE 1.

      * Journal voucher screen input data (see JOURNAL.COB)
       01  WS-JV-CHOICE                PIC 99.
       01  WS-JV-VOUCHER-ID-INPUT      PIC 9(8).
       01  WS-JV-DESC-INPUT            PIC X(50).
       01  WS-JV-BRANCH-INPUT          PIC X(4).
       01  WS-JV-GLA-INPUT             PIC 9(4).
       01  WS-JV-DRCR-INPUT            PIC X(2).
       01  WS-JV-AMOUNT-INPUT          PIC S9(13)V99.
       01  WS-VLT-DIRECTION-INPUT      PIC X(3).
       01  WS-VLT-REFERENCE-INPUT      PIC X(20).
       01  WS-VLT-DIR-CHOICE           PIC 99.
       01  WS-VLT-TARGET-MIN-INPUT     PIC S9(9).
       01  WS-VLT-TARGET-MAX-INPUT     PIC S9(9).
       01  WS-VLT-FORECAST-DATE        PIC 9(8).
       01  WS-VLT-FORECAST-STATUS      PIC XX.
       01  WS-ATM-TERMINAL-INPUT       PIC X(8).
       01  WS-ATM-LOCATION-INPUT       PIC X(30).
       01  WS-ATM-LOW-CASH-INPUT       PIC S9(13)V99.

      * Note and coin count capture (see VAULT/RECORD-CASH-COUNT):
      * the breakdown is keyed piece by piece and its face-value
      * total becomes the float, counted or shipment amount
       01  WS-DENOM-IDX                PIC 99.
       01  WS-DENOM-PIECES-INPUT       PIC 9(7).
       01  WS-DENOM-TOTAL              PIC S9(13)V99.
       01  WS-DENOM-COUNT-TYPE         PIC X(8).
       01  WS-DENOM-BRANCH             PIC X(4).
       01  WS-DENOM-REFERENCE          PIC 9(10).
       01  WS-DENOM-STATUS             PIC XX.
       01  WS-DISPLAY-DENOM-FACE       PIC ZZ9.99.
       01  WS-DISPLAY-DENOM-TOTAL      PIC -ZZZ,ZZZ,ZZ9.99.

      * Joint holder / holder-authorization input data
       01  WS-JOINT-HOLDER-NAME        PIC X(30).

      * Teller cash drawer working data (see DRAWER.COB)
       01  WS-DRAWER-FLOAT-INPUT       PIC S9(13)V99.
       01  WS-DRAWER-BRANCH-INPUT      PIC X(4).
       01  WS-DRAWER-COUNTED-INPUT     PIC S9(13)V99.
       01  WS-DRAWER-EXPECTED          PIC S9(13)V99.
       01  WS-DRAWER-DIRECTION         PIC X(3).
       01  WS-TERM-PAYOUT              PIC S9(13)V99.
       01  WS-TERM-NEW-ACCOUNT-ID      PIC 9(8).
       01  WS-DISPLAY-TERM-PENALTY     PIC -ZZZ,ZZZ,ZZ9.99.
      * Rate card pricing of a new deal (see TDRATE.COB); a keyed
      * rate above the card is a supervisor-approved exception
       01  WS-TERM-CURRENCY            PIC X(3).
       01  WS-TERM-POSTING-DATE        PIC 9(8).
       01  WS-TERM-CARD-RATE           PIC 9(2)V9(4).
       01  WS-TERM-CARD-STATUS         PIC XX.
       01  WS-TERM-CARD-MESSAGE        PIC X(80).
       01  WS-TERM-RATE-CHOICE         PIC 99.
       01  WS-TERM-RATE-EXCEPTION      PIC X(1).
           88  TERM-RATE-IS-EXCEPTION  VALUE 'Y'.
       01  WS-DISPLAY-TERM-RATE        PIC Z9.9999.
       01  WS-DISPLAY-TERM-PAYOUT      PIC -ZZZ,ZZZ,ZZ9.99.

      * Watchlist maintenance / onboarding override working data
       01  WS-CRD-LIST-COUNT           PIC 9(3).
       01  WS-CRD-MESSAGE              PIC X(80).
       01  WS-CRD-SCAN-STATUS          PIC XX.
       01  WS-CRD-ATM-LIMIT-INPUT      PIC S9(13)V99.
       01  WS-CRD-POS-LIMIT-INPUT      PIC S9(13)V99.
       01  WS-CRD-LIMIT-DISPLAY        PIC ZZZ,ZZ9.99.

      * Sweep arrangement working data (see SWEEPS.COB)
       01  WS-SWP-CHOICE               PIC 99.

      * Branch transfer working data (see ACCOUNT.COB)
       01  WS-NEW-BRANCH-CODE          PIC X(04).
       01  WS-BRANCH-CHECK-MESSAGE     PIC X(80).
       01  WS-BRANCH-NAME-DISPLAY      PIC X(30).

      * Exchange rate maintenance working data (see FX.COB)
       01  WS-FX-PAIR-INPUT            PIC X(6).
       01  WS-FX-SELL-INPUT            PIC S9(13)V99.
       01  WS-FX-BUY-RATE              PIC 9(3)V9(6).
       01  WS-FX-SELL-RATE             PIC 9(3)V9(6).

      * Back-dated posting working data (see TRANSACTIONS.COB)
       01  WS-BACKDATE-ACCOUNT-ID      PIC 9(8).
       01  WS-LOAN-MONTHS              PIC 9(3).
       01  WS-LOAN-ID-INPUT            PIC 9(8).
       01  WS-DISPLAY-LOAN-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-LOAN-RATE        PIC Z9.9999.
       01  WS-DISPLAY-SPREAD           PIC -Z9.9999.

      * Loan application desk input data (see LOANAPP.COB)
       01  WS-LAD-CHOICE               PIC 99.
       01  WS-LAD-APP-ID               PIC 9(8).
       01  WS-LAD-INCOME               PIC S9(13)V99.
       01  WS-LAD-PURPOSE              PIC X(30).
       01  WS-LAD-DECISION-CHOICE      PIC 99.
       01  WS-LAD-DECISION             PIC X(10).
       01  WS-LAD-REASON               PIC X(40).
       01  WS-LAD-LIST-STATUS          PIC XX.
       01  WS-LAD-LIST-COUNT           PIC 9(4).
       01  WS-LAD-DISPLAY-PCT          PIC ZZ9.99.
       01  WS-LAD-INDEX-CODE           PIC X(6).
       01  WS-LAD-SPREAD-INPUT         PIC S9(13)V99.
       01  WS-LAD-RATE-SPREAD          PIC S9(2)V9(4).
       01  WS-LAD-REPRICE-MONTHS       PIC 9(2).

      * Payment redirection working data (see REDIRECT.COB), offered
      * on the closure screen once the account has closed
       01  WS-RDR-CLOSED-ACCOUNT-ID    PIC 9(8).
       01  WS-RDR-TARGET-INPUT         PIC X(30).
       01  WS-RDR-TARGET-TYPE          PIC X(1).
       01  WS-RDR-NEW-ACCOUNT-ID       PIC 9(8).
       01  WS-RDR-EXT-NAME             PIC X(30).
       01  WS-RDR-MONTHS-INPUT         PIC 9(2).
       01  WS-RDR-MESSAGE              PIC X(80).

      * PIN change / operator reset working data (see OPERATOR.COB)
       01  WS-PIN-CURRENT              PIC X(6).
      * operator record, enforced at each menu action. A blank role
      * (a record written before roles existed) is treated as TELLER.
       01  WS-CURRENT-OPERATOR-ID      PIC 9(6) VALUE 0.
      * Session register row of this login, ended at logout
       01  WS-CURRENT-SESSION-ID       PIC 9(10) VALUE 0.
       01  WS-CURRENT-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
           88  CURRENT-OP-SUPERVISOR   VALUE 'SUPERVISOR'.
           88  CURRENT-OP-AUDITOR      VALUE 'AUDITOR'.
           88  CURRENT-OP-COMPLIANCE   VALUE 'COMPLIANCE'.
           88  CURRENT-OP-MLRO         VALUE 'MLRO'.
       01  WS-ROLE-LOAD-STATUS         PIC XX.
       01  WS-ROLE-CHECK-PASSED        PIC 9.
           88  ROLE-CHECK-PASSED       VALUE 1.
                       PERFORM HANDLE-TERM-EARLY-WITHDRAWAL
                           THRU HANDLE-TERM-EARLY-WITHDRAWAL-END

                   WHEN STATE-LOAN-APPS
                       PERFORM HANDLE-LOAN-APPLICATIONS
                           THRU HANDLE-LOAN-APPLICATIONS-END

                   WHEN STATE-LOAN-VIEW
                       PERFORM HANDLE-VIEW-LOAN
                   WHEN STATE-NOTICE-DESK
                       PERFORM HANDLE-NOTICE-DESK
                           THRU HANDLE-NOTICE-DESK-END
                   WHEN STATE-LOAN-SERVICING
                       PERFORM HANDLE-LOAN-SERVICING
                           THRU HANDLE-LOAN-SERVICING-END
                   WHEN STATE-COMPLAINT-DESK
                       PERFORM HANDLE-COMPLAINT-DESK
                           THRU HANDLE-COMPLAINT-DESK-END
                   WHEN STATE-STAFF-LINKS
                       PERFORM HANDLE-STAFF-LINKS
                           THRU HANDLE-STAFF-LINKS-END
                   WHEN STATE-SAR-CASES
                       PERFORM HANDLE-SAR-CASES
                           THRU HANDLE-SAR-CASES-END
                   WHEN STATE-POSTING-RULES
                       PERFORM HANDLE-POSTING-RULES
                           THRU HANDLE-POSTING-RULES-END
                   WHEN STATE-OPEN-ITEMS
                       PERFORM HANDLE-OPEN-ITEMS
                           THRU HANDLE-OPEN-ITEMS-END
                   WHEN STATE-MM-DEALS
                       PERFORM HANDLE-MM-DEALS
                           THRU HANDLE-MM-DEALS-END
                   WHEN STATE-FX-COUNTER
                       PERFORM HANDLE-FX-COUNTER
                           THRU HANDLE-FX-COUNTER-END
                   WHEN STATE-INT-RATES
                       PERFORM HANDLE-INTEREST-RATES
                           THRU HANDLE-INTEREST-RATES-END
                   WHEN STATE-CUTOFFS
                       PERFORM HANDLE-CUTOFF-TIMES
                           THRU HANDLE-CUTOFF-TIMES-END
                   WHEN STATE-POSITIVE-PAY
                       PERFORM HANDLE-POSITIVE-PAY
                           THRU HANDLE-POSITIVE-PAY-END
                   WHEN STATE-INSTANT-PAY
                       PERFORM HANDLE-INSTANT-PAYMENT
                           THRU HANDLE-INSTANT-PAYMENT-END
                   WHEN STATE-IPAY-POSITION
                       PERFORM HANDLE-IPAY-POSITION
                           THRU HANDLE-IPAY-POSITION-END
                   WHEN STATE-OP-SESSIONS
                       PERFORM HANDLE-OPERATOR-SESSIONS
                           THRU HANDLE-OPERATOR-SESSIONS-END
                   WHEN STATE-OP-TRAINEE
                       PERFORM HANDLE-OPERATOR-TRAINEE
                           THRU HANDLE-OPERATOR-TRAINEE-END
                   WHEN STATE-REF-CHANGES
                       PERFORM HANDLE-REF-CHANGE-CONTROL
                           THRU HANDLE-REF-CHANGE-CONTROL-END
                   WHEN STATE-EOD-EXCEPTIONS
                       PERFORM HANDLE-EOD-EXCEPTIONS
                           THRU HANDLE-EOD-EXCEPTIONS-END
                   WHEN STATE-SPOOL-REPRINT
                       PERFORM HANDLE-SPOOL-REPRINT
                           THRU HANDLE-SPOOL-REPRINT-END
                   WHEN STATE-BRANCH-MASTER
                       PERFORM HANDLE-BRANCH-MASTER
                           THRU HANDLE-BRANCH-MASTER-END
                   WHEN STATE-TAX-RATES
                       PERFORM HANDLE-TAX-RATES
                           THRU HANDLE-TAX-RATES-END
                   WHEN STATE-CONSENTS
                       PERFORM HANDLE-CONSENTS
                           THRU HANDLE-CONSENTS-END
                   WHEN STATE-COLLECTIONS
                       PERFORM HANDLE-COLLECTIONS
                           THRU HANDLE-COLLECTIONS-END
                   WHEN STATE-RM-DESK
                       PERFORM HANDLE-RM-DESK
                           THRU HANDLE-RM-DESK-END
               END-EVALUATE
           END-PERFORM.

      *    Logging out closes this terminal's row in the register
           CALL 'SESSIONS' USING 'END-SESSION' WS-CURRENT-SESSION-ID
               'LOGOUT' WS-CURRENT-OPERATOR-ID SESSION-RECORD
               WS-SES-STATUS WS-SES-MESSAGE.
           
           DISPLAY 'System shutting down...'.
           STOP RUN.
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
           END-IF.

       REQUIRE-COMPLIANCE-ROLE.
      *    Gate suspicious activity work to the compliance analyst
      *    and the MLRO; nobody else may even see a case exists
      *    Output: WS-ROLE-CHECK-PASSED
           IF CURRENT-OP-COMPLIANCE OR CURRENT-OP-MLRO
               MOVE 1 TO WS-ROLE-CHECK-PASSED
           ELSE
               MOVE 0 TO WS-ROLE-CHECK-PASSED
               DISPLAY 'This action requires a COMPLIANCE or MLRO '
                   'operator.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
           END-IF.

       REQUIRE-POSTING-ROLE.
      *    Gate an account-mutating action to working roles - an
      *    AUDITOR can look at anything but change nothing
               MOVE 1 TO WS-ROLE-CHECK-PASSED
           END-IF.

      ******************************************************************
      * PROCESSING CUT-OFF WARNING
      ******************************************************************

       WARN-IF-AFTER-CUTOFF.
      *    Tell the teller, before the item is confirmed, that it is
      *    being taken after its cut-off and which business day it
      *    will value on (see CUTOFF.COB)
      *    Input: WS-CUT-PAYMENT-TYPE
      *    Output: WS-CUT-AFTER-CUTOFF, WS-CUT-VALUE-DATE
           CALL 'CUTOFF' USING 'GET-VALUE-DATE'
               WS-CUT-PAYMENT-TYPE 'TELLER' WS-CUT-VALUE-DATE
               WS-CUT-AFTER-CUTOFF WS-CUT-TIME WS-CUT-STATUS.

           IF ITEM-IS-AFTER-CUTOFF
               DISPLAY ' '
               DISPLAY '*** After cut-off, value date '
                   WS-CUT-VALUE-DAY '/' WS-CUT-VALUE-MONTH ' ***'
               DISPLAY 'The ' WS-CUT-TIME-HOUR ':' WS-CUT-TIME-MINUTE
                   ' cut-off has passed - this item is valued and '
                   'sent on the next business day.'
           END-IF.

      ******************************************************************
      * MAIN MENU
      ******************************************************************
           DISPLAY ' 10 - Change My PIN'.
           DISPLAY ' 11 - Reset a Locked-Out Operator'.
           DISPLAY ' 12 - Open Term Deposit'.
           DISPLAY ' 13 - Loan Applications / Disbursement'.
           DISPLAY ' 14 - View Loan'.
           DISPLAY ' 15 - Back-Dated Posting'.
           DISPLAY ' 16 - Maintain Exchange Rates'.
           DISPLAY ' 47 - Bill Payments'.
           DISPLAY ' 48 - Renumber Account (migrate attachments)'.
           DISPLAY ' 49 - Notice Account Desk'.
           DISPLAY ' 50 - Loan Servicing Desk (restructure, write-off)'.
           DISPLAY ' 51 - Complaint / Service Case Desk'.
           DISPLAY ' 52 - Staff Account Links (own / related)'.
           DISPLAY ' 53 - Suspicious Activity Cases (compliance)'.
           DISPLAY ' 54 - Posting Rules (finance)'.
           DISPLAY ' 55 - Suspense Open-Item Matching (finance)'.
           DISPLAY ' 56 - Money Market Deals (treasury)'.
           DISPLAY ' 57 - FX Counter - Buy / Sell Foreign Notes'.
           DISPLAY ' 58 - Interest Rate Schedules'.
           DISPLAY ' 59 - Payment Processing Cut-off Times'.
           DISPLAY ' 60 - Instant Payment Scheme Position (treasury)'.
           DISPLAY ' 61 - Operator Sessions (supervisor)'.
           DISPLAY ' 62 - Operator Trainee Flag (supervisor)'.
           DISPLAY ' 63 - Reference Data Change Control (supervisor)'.
           DISPLAY ' 64 - Morning Exceptions Sign-off (supervisor)'.
           DISPLAY ' 65 - Report Archive Reprint'.
           DISPLAY ' 66 - Branch Master / Closure (supervisor)'.
           DISPLAY ' 67 - Financial Transaction Tax Rates (finance)'.
           DISPLAY ' 68 - Customer Consent Register'.
           DISPLAY ' 69 - Collections Worklist'.
           DISPLAY ' 70 - Relationship Manager Desk'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

                   END-IF

               WHEN 13
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'LOAN_APPS' TO WS-CURRENT-STATE
                   END-IF

               WHEN 14
                       MOVE 'NOTICE_DESK' TO WS-CURRENT-STATE
                   END-IF

               WHEN 50
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'LOAN_SERVICING' TO WS-CURRENT-STATE
                   END-IF

               WHEN 51
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'COMPLAINT_DESK' TO WS-CURRENT-STATE
                   END-IF

               WHEN 52
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'STAFF_LINKS' TO WS-CURRENT-STATE
                   END-IF

               WHEN 53
                   PERFORM REQUIRE-COMPLIANCE-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'SAR_CASES' TO WS-CURRENT-STATE
                   END-IF

               WHEN 54
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'POSTING_RULES' TO WS-CURRENT-STATE
                   END-IF

               WHEN 55
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'OPEN_ITEMS' TO WS-CURRENT-STATE
                   END-IF

               WHEN 56
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'MM_DEALS' TO WS-CURRENT-STATE
                   END-IF

               WHEN 57
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'FX_COUNTER' TO WS-CURRENT-STATE
                   END-IF

               WHEN 58
                   PERFORM SAVE-PREVIOUS-STATE
                   MOVE 'INTEREST_RATES' TO WS-CURRENT-STATE

               WHEN 59
                   PERFORM SAVE-PREVIOUS-STATE
                   MOVE 'CUTOFF_TIMES' TO WS-CURRENT-STATE

               WHEN 60
                   PERFORM SAVE-PREVIOUS-STATE
                   MOVE 'IPAY_POSITION' TO WS-CURRENT-STATE

               WHEN 61
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'OP_SESSIONS' TO WS-CURRENT-STATE
                   END-IF

               WHEN 62
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'OP_TRAINEE' TO WS-CURRENT-STATE
                   END-IF

               WHEN 63
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'REF_CHANGES' TO WS-CURRENT-STATE
                   END-IF

               WHEN 64
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'EOD_EXCEPTIONS' TO WS-CURRENT-STATE
                   END-IF

               WHEN 65
                   PERFORM SAVE-PREVIOUS-STATE
                   MOVE 'SPOOL_REPRINT' TO WS-CURRENT-STATE

               WHEN 66
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'BRANCH_MASTER' TO WS-CURRENT-STATE
                   END-IF

               WHEN 67
                   PERFORM SAVE-PREVIOUS-STATE
                   MOVE 'TAX_RATES' TO WS-CURRENT-STATE

               WHEN 68
                   PERFORM SAVE-PREVIOUS-STATE
                   MOVE 'CONSENTS' TO WS-CURRENT-STATE

               WHEN 69
                   PERFORM SAVE-PREVIOUS-STATE
                   MOVE 'COLLECTIONS' TO WS-CURRENT-STATE

               WHEN 70
                   PERFORM SAVE-PREVIOUS-STATE
                   MOVE 'RM_DESK' TO WS-CURRENT-STATE

               WHEN OTHER
                   DISPLAY 'Invalid option. Press ENTER to continue...'
                   CALL 'INPUT' USING 'WAIT-FOR-ENTER'
           IF WS-OPERATION-STATUS = '00'
               MOVE 1 TO WS-ACCOUNT-LOADED
               DISPLAY 'Account loaded successfully.'
               IF ACC-MINOR
                   DISPLAY 'MINOR ACCOUNT - guardian customer '
                       ACC-GUARDIAN-CUSTOMER-ID ' must authorize debits'
               END-IF
      *        The sticky notes come up BEFORE any transaction can
      *        be keyed - and a hard-stop note refuses the load
      *        until a supervisor acknowledges it
           IF WS-OPERATION-STATUS = '00'
               MOVE 1 TO WS-ACCOUNT-LOADED
               DISPLAY 'Account loaded successfully.'
               IF ACC-MINOR
                   DISPLAY 'MINOR ACCOUNT - guardian customer '
                       ACC-GUARDIAN-CUSTOMER-ID ' must authorize debits'
               END-IF
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM SAVE-PREVIOUS-STATE
           END-IF.

           DISPLAY 'Currency:        ' ACC-CURRENCY.
           CALL 'PRODUCTS' USING 'GET-ACCOUNT-PRODUCT'
               ACCOUNT-RECORD PRODUCT-RECORD WS-PRD-LOOKUP-STATUS
               WS-PRD-LOOKUP-MESSAGE.
           DISPLAY 'Product:         ' PRD-CODE ' ' PRD-NAME.
           CALL 'BRANCHES' USING 'GET-BRANCH-NAME'
               ACC-BRANCH-CODE WS-BRANCH-NAME-DISPLAY.
           DISPLAY 'Branch:          ' ACC-BRANCH-CODE ' '
               WS-BRANCH-NAME-DISPLAY.
           DISPLAY 'Balance:      ' ACC-CURRENCY ' ' WS-DISPLAY-BALANCE.
           DISPLAY 'Blocked:      ' ACC-CURRENCY ' ' WS-DISPLAY-BLOCKED.
           DISPLAY 'Available:    ' ACC-CURRENCY ' '
           DISPLAY ' 20 - Card Management'.
           DISPLAY ' 21 - Set Signing Mandate'.
           DISPLAY ' 22 - Link to Corporate Group'.
           DISPLAY ' 23 - Positive Pay'.
           DISPLAY ' 24 - Instant Payment (other banks)'.
           DISPLAY ' 25 - Back to Main Menu'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.
       
                   END-IF

               WHEN 23
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SAVE-PREVIOUS-STATE
                       MOVE 'POSITIVE_PAY' TO WS-CURRENT-STATE
                   END-IF

               WHEN 24
                   PERFORM SAVE-PREVIOUS-STATE
                   MOVE 'INSTANT_PAYMENT' TO WS-CURRENT-STATE

               WHEN 25
                   MOVE 0 TO WS-ACCOUNT-LOADED
                   PERFORM RETURN-TO-PREVIOUS-STATE

               GO TO HANDLE-CREATE-ACCOUNT-END
           END-IF.

      *    The products on sale come from the catalogue; term
      *    deposits are opened from their own screen
           DISPLAY ' '.
           DISPLAY 'Products on sale:'.
           MOVE 0 TO WS-PRD-LIST-COUNT.
           CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'.
           CALL 'FILES' USING 'START-PRODUCT-FILE-TOP'
               WS-PRD-LIST-STATUS.
           PERFORM LIST-NEXT-PRODUCT-ON-SALE
               UNTIL WS-PRD-LIST-STATUS NOT = '00'.
           CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'.

           DISPLAY 'Enter product code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-SELECTED-PRODUCT-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid selection. Operation cancelled.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-CREATE-ACCOUNT-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SELECTED-PRODUCT-CODE)
               TO WS-SELECTED-PRODUCT-CODE.

           DISPLAY 'Opening deposit the customer will make: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-OPENING-DEPOSIT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-OPENING-DEPOSIT
           END-IF.

           DISPLAY ' '.
           DISPLAY '1 - BRL'.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-INPUT-BRANCH-CODE WS-USER-INPUT-VALID.

      *    An applicant under 18 opens under an adult guardian who
      *    is already a customer; ACCOUNT refuses the opening
      *    without one
           DISPLAY 'Guardian customer ID (under 18 only, else blank): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-KYC-GUARDIAN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-KYC-GUARDIAN-ID
           END-IF.

      *    Create account on the selected product with the KYC data
           MOVE 'N' TO WS-SCREEN-OVERRIDE.
           CALL 'ACCOUNT' USING 'CREATE-ACCOUNT'
               WS-TXN-DESCRIPTION WS-SELECTED-PRODUCT-CODE
               WS-OPENING-DEPOSIT WS-KYC-TAX-ID WS-KYC-DATE-OF-BIRTH
               WS-KYC-ADDRESS WS-SELECTED-CURRENCY WS-INPUT-BRANCH-CODE
               WS-KYC-GUARDIAN-ID WS-SCREEN-OVERRIDE ACCOUNT-RECORD
               WS-CURRENT-OPERATOR-ID WS-OPERATION-STATUS.

      *    A watchlist hit comes back as '98': refuse outright for a
                   IF WS-USER-INPUT-VALID = 1
                       MOVE 'Y' TO WS-SCREEN-OVERRIDE
                       CALL 'ACCOUNT' USING 'CREATE-ACCOUNT'
                           WS-TXN-DESCRIPTION WS-SELECTED-PRODUCT-CODE
                           WS-OPENING-DEPOSIT
                           WS-KYC-TAX-ID WS-KYC-DATE-OF-BIRTH
                           WS-KYC-ADDRESS WS-SELECTED-CURRENCY
                           WS-INPUT-BRANCH-CODE WS-KYC-GUARDIAN-ID
                           WS-SCREEN-OVERRIDE
                           ACCOUNT-RECORD WS-CURRENT-OPERATOR-ID
                           WS-OPERATION-STATUS
                   END-IF
               DISPLAY 'Account created - awaiting supervisor '
                   'activation.'
               DISPLAY 'Account ID: ' ACC-ID
               DISPLAY 'Product:    ' ACC-PRODUCT-CODE
                   '  Type: ' ACC-TYPE
               IF ACC-MINOR
                   DISPLAY 'Minor account - guardian customer: '
                       ACC-GUARDIAN-CUSTOMER-ID
               END-IF
               DISPLAY ' '
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
           ELSE
               DISPLAY ' '
               DISPLAY 'Failed to create account.'
               DISPLAY 'The product must be on sale in this currency, '
                   'for this deposit and age.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
           END-IF.

       HANDLE-CREATE-ACCOUNT-END.
           EXIT.

       LIST-NEXT-PRODUCT-ON-SALE.
      *    Show the next ACTIVE product that is sold at this screen,
      *    with its minimum opening deposit and age range
           CALL 'FILES' USING 'READ-NEXT-PRODUCT'
               PRODUCT-RECORD WS-PRD-LIST-STATUS.

           IF WS-PRD-LIST-STATUS = '00' AND PRD-ACTIVE AND
                   PRD-ACCOUNT-TYPE NOT = 'TERM'
               ADD 1 TO WS-PRD-LIST-COUNT
               MOVE PRD-MIN-OPEN-DEPOSIT TO WS-PRD-AMOUNT-DISPLAY
               DISPLAY '  ' PRD-CODE ' ' PRD-NAME
                   ' Min deposit ' WS-PRD-AMOUNT-DISPLAY
               IF PRD-CURRENCIES NOT = SPACES OR
                       PRD-MIN-AGE > 0 OR PRD-MAX-AGE > 0
                   DISPLAY '           Currencies: ' PRD-CURRENCIES
                       '  Ages: ' PRD-MIN-AGE ' to ' PRD-MAX-AGE
               END-IF
           END-IF.
       
      ******************************************************************
      * CREDIT TRANSACTION
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-TXN-REFERENCE-NUMBER WS-USER-INPUT-VALID.

           MOVE 'DEP' TO WS-TXN-DEFAULT-CODE.
           PERFORM GET-TELLER-TXN-CODE THRU GET-TELLER-TXN-CODE-END.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-CREDIT-TRANSACTION-END
           END-IF.

      *    Process transaction
           CALL 'TRANSACTIONS' USING 'PROCESS-CREDIT'
               WS-CURRENT-ACCOUNT-ID WS-TXN-AMOUNT
               WS-TXN-DESCRIPTION WS-TXN-REFERENCE-NUMBER
               WS-CURRENT-OPERATOR-ID
               WS-TXN-CODE TRANSACTION-RECORD WS-OPERATION-STATUS.
           
           IF WS-OPERATION-STATUS = '00'
               DISPLAY ' '
           END-IF.
           
      *    Who is drawing the money: a holder draws without limit,
      *    a DEBIT-scope signer only up to their recorded cap, and
      *    on a minor's account only the guardian draws at all
           DISPLAY 'Presented by (holder, signer or guardian): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-AUTH-HOLDER-NAME WS-USER-INPUT-VALID.
               WS-TXN-AMOUNT WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Debit refused: the presenter may not draw '
                   'on this account, or exceeds their signer cap.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-TXN-REFERENCE-NUMBER WS-USER-INPUT-VALID.

           MOVE 'WDL' TO WS-TXN-DEFAULT-CODE.
           PERFORM GET-TELLER-TXN-CODE THRU GET-TELLER-TXN-CODE-END.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-DEBIT-TRANSACTION-END
           END-IF.

      *    Process transaction
           MOVE 'N' TO WS-DUP-CONFIRM.
           CALL 'TRANSACTIONS' USING 'PROCESS-DEBIT'
               WS-CURRENT-ACCOUNT-ID WS-TXN-AMOUNT
               WS-TXN-DESCRIPTION WS-TXN-REFERENCE-NUMBER
               WS-CURRENT-OPERATOR-ID WS-DUP-CONFIRM
               WS-TXN-CODE TRANSACTION-RECORD WS-OPERATION-STATUS.

      *    '97' means a same-day twin of this debit already posted -
      *    show the warning and resubmit only on explicit confirmation
                       WS-CURRENT-ACCOUNT-ID WS-TXN-AMOUNT
                       WS-TXN-DESCRIPTION WS-TXN-REFERENCE-NUMBER
                       WS-CURRENT-OPERATOR-ID WS-DUP-CONFIRM
                       WS-TXN-CODE TRANSACTION-RECORD
                       WS-OPERATION-STATUS
               END-IF
           END-IF.

           
       HANDLE-DEBIT-TRANSACTION-END.
           EXIT.

       GET-TELLER-TXN-CODE.
      *    Collect the transaction code a teller credit or debit
      *    posts under - the code, not the description, decides
      *    the GL position. Blank takes WS-TXN-DEFAULT-CODE; a code
      *    with no posting rule for the teller channel is refused
      *    here rather than left to land in unmapped suspense.
      *    Output: WS-TXN-CODE, WS-USER-INPUT-VALID
           DISPLAY 'Enter transaction code (blank for '
               WS-TXN-DEFAULT-CODE '): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-TXN-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-TXN-CODE = SPACES
               MOVE WS-TXN-DEFAULT-CODE TO WS-TXN-CODE
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-TXN-CODE) TO WS-TXN-CODE.

           CALL 'POSTRULE' USING 'RESOLVE-POSTING-RULE'
               WS-TXN-CODE 'TELLER' POSTING-RULE-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Unknown transaction code ' WS-TXN-CODE
                   ' - no posting rule. Operation cancelled.'
               MOVE 0 TO WS-USER-INPUT-VALID
               GO TO GET-TELLER-TXN-CODE-END
           END-IF.

           MOVE 1 TO WS-USER-INPUT-VALID.

       GET-TELLER-TXN-CODE-END.
           EXIT.
       
      ******************************************************************
      * BLOCK FUNDS
               WS-CURRENT-ACCOUNT-ID WS-TXN-AMOUNT
               WS-TXN-DESCRIPTION WS-BLOCK-REASON-CODE
               WS-BLOCK-CASE-REFERENCE WS-CURRENT-OPERATOR-ID
               'HOLD' TRANSACTION-RECORD
               WS-OPERATION-STATUS.
           
           IF WS-OPERATION-STATUS = '00'
               GO TO HANDLE-TRANSFER-END
           END-IF.

      *    Money leaves a minor's account only on the guardian's
      *    authority, checked the same way as a counter debit
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-CURRENT-ACCOUNT-ID ACCOUNT-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00' AND ACC-MINOR
               DISPLAY 'Minor account - authorized by (guardian): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-AUTH-HOLDER-NAME WS-USER-INPUT-VALID
               CALL 'ACCOUNT' USING 'AUTHORIZE-DEBIT-PRESENTER'
                   WS-CURRENT-ACCOUNT-ID WS-AUTH-HOLDER-NAME
                   WS-TXN-AMOUNT WS-OPERATION-STATUS
               IF WS-USER-INPUT-VALID = 0 OR
                       WS-OPERATION-STATUS NOT = '00'
                   DISPLAY 'Transfer refused: only the guardian may '
                       'move money out of a minor''s account.'
                   DISPLAY 'Press ENTER to continue...'
                   CALL 'INPUT' USING 'WAIT-FOR-ENTER'
                   PERFORM RETURN-TO-PREVIOUS-STATE
                   GO TO HANDLE-TRANSFER-END
               END-IF
           END-IF.

           DISPLAY 'Enter description: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-TXN-DESCRIPTION WS-USER-INPUT-VALID.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-TXN-REFERENCE-NUMBER WS-USER-INPUT-VALID.

      *    A destination at another bank goes out as a wire, under
      *    the wire cut-off; a book transfer under the transfer one
           CALL 'VALIDATION' USING 'CHECK-ACCOUNT-ID-EXTERNAL'
               WS-TXN-TO-ACCOUNT-ID WS-CUT-DEST-EXTERNAL
               WS-CUT-MESSAGE.
           IF WS-CUT-DEST-EXTERNAL = 1
               MOVE 'WIRE' TO WS-CUT-PAYMENT-TYPE
           ELSE
               MOVE 'XFER' TO WS-CUT-PAYMENT-TYPE
           END-IF.
           PERFORM WARN-IF-AFTER-CUTOFF.

           IF ITEM-IS-AFTER-CUTOFF
               CALL 'INPUT' USING 'GET-CONFIRMATION'
                   WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID NOT = 1
                   DISPLAY 'Transfer cancelled.'
                   DISPLAY 'Press ENTER to continue...'
                   CALL 'INPUT' USING 'WAIT-FOR-ENTER'
                   PERFORM RETURN-TO-PREVIOUS-STATE
                   GO TO HANDLE-TRANSFER-END
               END-IF
           END-IF.

      *    Process transfer
           MOVE 'N' TO WS-DUP-CONFIRM.
           CALL 'TRANSACTIONS' USING 'PROCESS-TRANSFER'
               WS-CURRENT-ACCOUNT-ID WS-TXN-TO-ACCOUNT-ID
               WS-TXN-AMOUNT WS-TXN-DESCRIPTION
               WS-TXN-REFERENCE-NUMBER WS-CURRENT-OPERATOR-ID
               WS-DUP-CONFIRM 'XFR' TRANSACTION-RECORD
               WS-OPERATION-STATUS.

      *    '97' means a same-day twin of this transfer already
                       WS-TXN-AMOUNT WS-TXN-DESCRIPTION
                       WS-TXN-REFERENCE-NUMBER
                       WS-CURRENT-OPERATOR-ID
                       WS-DUP-CONFIRM 'XFR' TRANSACTION-RECORD
                       WS-OPERATION-STATUS
               END-IF
           END-IF.
               GO TO HANDLE-CLOSE-ACCOUNT-END
           END-IF.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-RDR-CLOSED-ACCOUNT-ID.

           CALL 'ACCOUNT' USING 'CLOSE-ACCOUNT'
               WS-CURRENT-ACCOUNT-ID WS-AUTH-HOLDER-NAME
               WS-CURRENT-OPERATOR-ID WS-OPERATION-STATUS.
               DISPLAY ' '
               DISPLAY 'Account closed successfully.'
               MOVE 0 TO WS-ACCOUNT-LOADED
               PERFORM OFFER-PAYMENT-REDIRECTION
                   THRU OFFER-PAYMENT-REDIRECTION-END
           ELSE
               DISPLAY ' '
               DISPLAY 'Account closure failed.'
       HANDLE-CLOSE-ACCOUNT-END.
           EXIT.

       OFFER-PAYMENT-REDIRECTION.
      *    Offer to forward payments still arriving for the account
      *    just closed to a surviving account - ours or a named one
      *    at another bank - for a set number of months, so salary
      *    and other credits are not returned to the payer
           DISPLAY ' '.
           DISPLAY 'Redirect incoming payments to a surviving account?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               GO TO OFFER-PAYMENT-REDIRECTION-END
           END-IF.

           DISPLAY 'Surviving account is ours (I) or external (E): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RDR-TARGET-INPUT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RDR-TARGET-INPUT(1:1))
               TO WS-RDR-TARGET-TYPE.

           IF WS-USER-INPUT-VALID = 0 OR
                   (WS-RDR-TARGET-TYPE NOT = 'I' AND
                    WS-RDR-TARGET-TYPE NOT = 'E')
               DISPLAY 'Invalid choice. No redirection recorded.'
               GO TO OFFER-PAYMENT-REDIRECTION-END
           END-IF.

           DISPLAY 'Enter surviving account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-RDR-NEW-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID. No redirection recorded.'
               GO TO OFFER-PAYMENT-REDIRECTION-END
           END-IF.

           MOVE SPACES TO WS-RDR-EXT-NAME.
           IF WS-RDR-TARGET-TYPE = 'E'
               DISPLAY 'Enter holder and bank of the external account: '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-RDR-EXT-NAME WS-USER-INPUT-VALID
           END-IF.

           DISPLAY 'Redirect for how many months (1-24): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RDR-MONTHS-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid months. No redirection recorded.'
               GO TO OFFER-PAYMENT-REDIRECTION-END
           END-IF.

           CALL 'REDIRECT' USING 'CREATE-REDIRECTION'
               WS-RDR-CLOSED-ACCOUNT-ID WS-RDR-TARGET-TYPE
               WS-RDR-NEW-ACCOUNT-ID WS-RDR-EXT-NAME
               WS-RDR-MONTHS-INPUT WS-CURRENT-OPERATOR-ID
               REDIRECT-RECORD WS-OPERATION-STATUS WS-RDR-MESSAGE.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY WS-RDR-MESSAGE
               DISPLAY 'Payments redirected until ' RDR-END-DATE
           ELSE
               DISPLAY 'Redirection not recorded: ' WS-RDR-MESSAGE
           END-IF.

       OFFER-PAYMENT-REDIRECTION-END.
           EXIT.

      ******************************************************************
      * ADD JOINT HOLDER
      ******************************************************************
           END-IF.

           CALL 'TRANSACTIONS' USING 'REVERSE-TRANSACTION'
               WS-REVERSAL-TXN-ID WS-CURRENT-OPERATOR-ID
               TRANSACTION-RECORD WS-OPERATION-STATUS
               WS-OPERATION-MESSAGE.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY ' '
           DISPLAY '------------------------'.
           DISPLAY ' '.
           DISPLAY 'Operator ID:  ' WS-CURRENT-OPERATOR-ID.
           DISPLAY 'Branch code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-DRAWER-BRANCH-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR
                   WS-DRAWER-BRANCH-INPUT = SPACES
               MOVE '0001' TO WS-DRAWER-BRANCH-INPUT
           END-IF.

           DISPLAY 'Count the opening float into the drawer:'.
           PERFORM CAPTURE-DENOMINATION-COUNT.

           IF WS-DENOM-TOTAL NOT > 0
               DISPLAY 'Invalid amount. Operation cancelled.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               GO TO HANDLE-OPEN-DRAWER-END
           END-IF.

           MOVE WS-DENOM-TOTAL TO WS-DRAWER-FLOAT-INPUT.

           CALL 'DRAWER' USING 'OPEN-DRAWER-SESSION'
               WS-CURRENT-OPERATOR-ID WS-DRAWER-BRANCH-INPUT
               WS-DRAWER-FLOAT-INPUT
               DRAWER-SESSION-RECORD WS-DRAWER-STATUS.

           IF WS-DRAWER-STATUS = '00'
               DISPLAY ' '
               DISPLAY 'Drawer session opened.'
               DISPLAY 'Session ID: ' DRW-SESSION-ID
               MOVE 'DRW-OPEN' TO WS-DENOM-COUNT-TYPE
               MOVE DRW-BRANCH-CODE TO WS-DENOM-BRANCH
               MOVE DRW-SESSION-ID TO WS-DENOM-REFERENCE
               PERFORM FILE-DENOMINATION-COUNT
           ELSE
               DISPLAY ' '
               DISPLAY 'Could not open drawer session (one may '
           DISPLAY 'Operator ID:  ' WS-CURRENT-OPERATOR-ID.
           DISPLAY 'Enter the cash counted, one currency at a time.'.

           DISPLAY 'Count the BRL notes and coins:'.
           PERFORM CAPTURE-DENOMINATION-COUNT.
           MOVE WS-DENOM-TOTAL TO WS-DRAWER-COUNTED-CCY(1).

           IF WS-DENOM-TOTAL NOT > 0
               DISPLAY 'Invalid amount. Operation cancelled.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM DISPLAY-ONE-CCY-POSITION
                   VARYING WS-DRAWER-CCY-IDX FROM 1 BY 1
                   UNTIL WS-DRAWER-CCY-IDX > 3
               MOVE 'DRW-BAL' TO WS-DENOM-COUNT-TYPE
               MOVE DRW-BRANCH-CODE TO WS-DENOM-BRANCH
               MOVE DRW-SESSION-ID TO WS-DENOM-REFERENCE
               PERFORM FILE-DENOMINATION-COUNT
           ELSE
               DISPLAY ' '
               DISPLAY 'No open drawer session for this operator.'
       HANDLE-BALANCE-DRAWER-END.
           EXIT.

       CAPTURE-DENOMINATION-COUNT.
      *    Key a home currency cash count note by note and coin by
      *    coin; blank means none of that piece
      *    Output: DENOMINATION-PIECES, WS-DENOM-TOTAL
           CALL 'VAULT' USING 'GET-DENOMINATION-TABLE'
               DENOMINATION-TABLE.
           INITIALIZE DENOMINATION-PIECES.
           PERFORM CAPTURE-ONE-DENOMINATION
               VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > 12.

           CALL 'VAULT' USING 'TOTAL-DENOMINATION-COUNT'
               DENOMINATION-PIECES WS-DENOM-TOTAL.
           MOVE WS-DENOM-TOTAL TO WS-DISPLAY-DENOM-TOTAL.
           DISPLAY 'Total counted: ' WS-DISPLAY-DENOM-TOTAL.

       CAPTURE-ONE-DENOMINATION.
      *    Ask for the pieces of one note or coin
           MOVE DNM-FACE-VALUE(WS-DENOM-IDX) TO WS-DISPLAY-DENOM-FACE.
           DISPLAY '  ' DNM-KIND(WS-DENOM-IDX) ' R$ '
               WS-DISPLAY-DENOM-FACE '  pieces: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-DENOM-PIECES-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-DENOM-PIECES-INPUT
           END-IF.
           MOVE WS-DENOM-PIECES-INPUT TO DNP-PIECES(WS-DENOM-IDX).

       FILE-DENOMINATION-COUNT.
      *    Keep the breakdown behind a count or order just posted
      *    Input: WS-DENOM-COUNT-TYPE, WS-DENOM-BRANCH,
      *           WS-DENOM-REFERENCE, WS-DENOM-TOTAL,
      *           DENOMINATION-PIECES
           CALL 'VAULT' USING 'RECORD-CASH-COUNT'
               WS-DENOM-COUNT-TYPE WS-DENOM-BRANCH WS-DENOM-REFERENCE
               WS-CURRENT-OPERATOR-ID WS-DENOM-TOTAL
               DENOMINATION-PIECES CASH-COUNT-RECORD WS-DENOM-STATUS.

           IF WS-DENOM-STATUS NOT = '00'
               DISPLAY 'WARNING: Note and coin breakdown not kept.'
           END-IF.

      ******************************************************************
      * OPERATOR PIN MAINTENANCE
      ******************************************************************
      ******************************************************************

       HANDLE-OPEN-TERM-DEPOSIT.
      *    Open a term deposit funded from a settlement account, at
      *    the rate card's rate for its currency, amount and term
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

               GO TO HANDLE-OPEN-TERM-DEPOSIT-END
           END-IF.

      *    The deal is priced in the settlement account's currency
      *    from the rate card in force on the posting date
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-TERM-SETTLE-ACCOUNT-ID ACCOUNT-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Settlement account not found. Operation '
                   'cancelled.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-OPEN-TERM-DEPOSIT-END
           END-IF.

           MOVE ACC-CURRENCY TO WS-TERM-CURRENCY.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-TERM-POSTING-DATE.
           CALL 'TDRATE' USING 'GET-TD-CARD-RATE'
               WS-TERM-CURRENCY WS-TERM-PRINCIPAL WS-TERM-MONTHS
               WS-TERM-POSTING-DATE TD-RATE-CARD-RECORD
               WS-TERM-CARD-RATE WS-TERM-CARD-STATUS
               WS-TERM-CARD-MESSAGE.

           MOVE 'N' TO WS-TERM-RATE-EXCEPTION.
           DISPLAY ' '.
           IF WS-TERM-CARD-STATUS = '00'
               MOVE WS-TERM-CARD-RATE TO WS-DISPLAY-TERM-RATE
               DISPLAY 'Card rate: ' WS-DISPLAY-TERM-RATE
                   '% a year (' TDR-TERM-MONTHS '-month card row)'
               IF TDR-CAMPAIGN
                   DISPLAY 'Campaign ' TDR-CAMPAIGN-NAME
                       ' until ' TDR-END-DATE
               END-IF
               DISPLAY '1 - Open at the card rate'
               DISPLAY '2 - Key a different rate'
               DISPLAY 'Select: ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-MENU-CHOICE'
                   WS-TERM-RATE-CHOICE WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                   MOVE 0 TO WS-TERM-RATE-CHOICE
               END-IF
           ELSE
               MOVE 0 TO WS-TERM-CARD-RATE
               DISPLAY WS-TERM-CARD-MESSAGE
               DISPLAY 'A keyed rate needs supervisor approval.'
               MOVE 2 TO WS-TERM-RATE-CHOICE
           END-IF.

           IF WS-TERM-RATE-CHOICE NOT = 1 AND
                   WS-TERM-RATE-CHOICE NOT = 2
               DISPLAY 'Invalid selection. Operation cancelled.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-OPEN-TERM-DEPOSIT-END
           END-IF.

           MOVE WS-TERM-CARD-RATE TO WS-TERM-RATE.
           IF WS-TERM-RATE-CHOICE = 2
               PERFORM KEY-TERM-DEPOSIT-RATE
                   THRU KEY-TERM-DEPOSIT-RATE-END
           END-IF.

           IF WS-TERM-RATE = 0
               DISPLAY 'No rate agreed. Operation cancelled.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-OPEN-TERM-DEPOSIT-END
           END-IF.

           DISPLAY ' '.
           DISPLAY '1 - Pay out at maturity'.
               WS-TERM-NEW-ACCOUNT-ID.
           DISPLAY 'Maturity date: ' ACC-TERM-MATURITY-DATE.

           IF TERM-RATE-IS-EXCEPTION
               PERFORM RECORD-TERM-RATE-EXCEPTION
           END-IF.

      *    Fund the deal from the settlement account through the
      *    normal transfer path
           MOVE 'Term deposit principal' TO WS-TXN-DESCRIPTION.
               WS-TERM-SETTLE-ACCOUNT-ID WS-TERM-NEW-ACCOUNT-ID
               WS-TERM-PRINCIPAL WS-TXN-DESCRIPTION
               WS-TXN-REFERENCE-NUMBER WS-CURRENT-OPERATOR-ID
               'XFR' TRANSACTION-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00' AND TXN-PENDING
       HANDLE-OPEN-TERM-DEPOSIT-END.
           EXIT.

       KEY-TERM-DEPOSIT-RATE.
      *    Take a rate keyed at the counter instead of the card's. At
      *    or below the card it stands; above it (or with no card
      *    rate at all) only a supervisor session may approve it as
      *    an exception. WS-TERM-RATE is left zero when no rate is
      *    agreed
           MOVE 0 TO WS-TERM-RATE.

           DISPLAY 'Enter annual rate (percent, e.g. 12.50): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-TERM-RATE-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-TERM-RATE-INPUT > 99
               DISPLAY 'Invalid rate.'
               GO TO KEY-TERM-DEPOSIT-RATE-END
           END-IF.

           IF WS-TERM-RATE-INPUT NOT > WS-TERM-CARD-RATE
               MOVE WS-TERM-RATE-INPUT TO WS-TERM-RATE
               GO TO KEY-TERM-DEPOSIT-RATE-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'RATE EXCEPTION - the keyed rate is above the '
               'rate card.'.
           IF NOT CURRENT-OP-SUPERVISOR
               DISPLAY 'Refer the customer to a supervisor.'
               GO TO KEY-TERM-DEPOSIT-RATE-END
           END-IF.

           DISPLAY 'Supervisor approval: open the deal at the keyed '
               'rate?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 1
               MOVE WS-TERM-RATE-INPUT TO WS-TERM-RATE
               MOVE 'Y' TO WS-TERM-RATE-EXCEPTION
           END-IF.

       KEY-TERM-DEPOSIT-RATE-END.
           EXIT.

       RECORD-TERM-RATE-EXCEPTION.
      *    Record the approved above-card rate against the new deal
      *    for the monthly rate exceptions report
           INITIALIZE TD-RATE-EXCEPTION-RECORD.
           MOVE WS-TERM-POSTING-DATE TO TDX-OPEN-DATE.
           MOVE WS-TERM-NEW-ACCOUNT-ID TO TDX-ACCOUNT-ID.
           MOVE WS-TERM-SETTLE-ACCOUNT-ID TO TDX-SETTLE-ACCT.
           MOVE WS-TERM-CURRENCY TO TDX-CURRENCY.
           MOVE WS-TERM-PRINCIPAL TO TDX-PRINCIPAL.
           MOVE WS-TERM-MONTHS TO TDX-TERM-MONTHS.
           MOVE WS-TERM-CARD-RATE TO TDX-CARD-RATE.
           MOVE WS-TERM-RATE TO TDX-GRANTED-RATE.

           CALL 'TDRATE' USING 'RECORD-TD-RATE-EXCEPTION'
               TD-RATE-EXCEPTION-RECORD WS-CURRENT-OPERATOR-ID
               WS-TERM-CARD-STATUS WS-TERM-CARD-MESSAGE.

           DISPLAY WS-TERM-CARD-MESSAGE.

       HANDLE-TERM-EARLY-WITHDRAWAL.
      *    Break the currently loaded term deposit before maturity:
      *    a penalty comes off the principal instead of the request
               WS-CURRENT-ACCOUNT-ID WS-TERM-PENALTY
               WS-TXN-DESCRIPTION WS-TXN-REFERENCE-NUMBER
               WS-CURRENT-OPERATOR-ID
               'PENFEE' TRANSACTION-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00' OR TXN-PENDING
               DISPLAY ' '
               WS-CURRENT-ACCOUNT-ID WS-TERM-SETTLE-ACCOUNT-ID
               WS-TERM-PAYOUT WS-TXN-DESCRIPTION
               WS-TXN-REFERENCE-NUMBER WS-CURRENT-OPERATOR-ID
               'XFR' TRANSACTION-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00' AND TXN-PENDING
      * LOAN DESK
      ******************************************************************

       HANDLE-LOAN-APPLICATIONS.
      *    Loan application desk: capture a request, take the credit
      *    decision, withdraw, disburse an approved application, and
      *    list the open pipeline (see LOANAPP.COB). Deciding and
      *    disbursing are supervisor actions.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'LOAN APPLICATIONS'.
           DISPLAY '------------------'.
           DISPLAY '  1 - Capture a loan application'.
           DISPLAY '  2 - Approve / decline an application'.
           DISPLAY '  3 - Withdraw an application'.
           DISPLAY '  4 - Disburse an approved application'.
           DISPLAY '  5 - View an application'.
           DISPLAY '  6 - List open applications'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-LAD-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-LAD-CHOICE
           END-IF.

           EVALUATE WS-LAD-CHOICE
               WHEN 1
                   PERFORM CAPTURE-LOAN-APP-SCREEN
                       THRU CAPTURE-LOAN-APP-SCREEN-END
               WHEN 2
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM DECIDE-LOAN-APP-SCREEN
                           THRU DECIDE-LOAN-APP-SCREEN-END
                   END-IF
               WHEN 3
                   PERFORM WITHDRAW-LOAN-APP-SCREEN
                       THRU WITHDRAW-LOAN-APP-SCREEN-END
               WHEN 4
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM DISBURSE-LOAN-APP-SCREEN
                           THRU DISBURSE-LOAN-APP-SCREEN-END
                   END-IF
               WHEN 5
                   PERFORM VIEW-LOAN-APP-SCREEN
                       THRU VIEW-LOAN-APP-SCREEN-END
               WHEN 6
                   PERFORM LIST-OPEN-LOAN-APPS-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-LOAN-APPLICATIONS-END.
           EXIT.

       CAPTURE-LOAN-APP-SCREEN.
      *    Key a new application and show its affordability verdict
           DISPLAY 'Enter borrower deposit Account ID: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID. Operation cancelled.'
               GO TO CAPTURE-LOAN-APP-SCREEN-END
           END-IF.

           DISPLAY 'Enter amount requested: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-LOAN-PRINCIPAL WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount. Operation cancelled.'
               GO TO CAPTURE-LOAN-APP-SCREEN-END
           END-IF.

           DISPLAY 'Reference index (blank for a fixed rate): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-LAD-INDEX-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-LAD-INDEX-CODE
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-LAD-INDEX-CODE)
               TO WS-LAD-INDEX-CODE.

           MOVE 0 TO WS-LAD-RATE-SPREAD.
           MOVE 0 TO WS-LAD-REPRICE-MONTHS.
           MOVE 0 TO WS-LOAN-RATE.

           IF WS-LAD-INDEX-CODE = SPACES
               PERFORM CAPTURE-FIXED-RATE-TERMS
                   THRU CAPTURE-FIXED-RATE-TERMS-END
           ELSE
               PERFORM CAPTURE-FLOATING-RATE-TERMS
                   THRU CAPTURE-FLOATING-RATE-TERMS-END
           END-IF.

           IF WS-USER-INPUT-VALID = 0
               GO TO CAPTURE-LOAN-APP-SCREEN-END
           END-IF.

           DISPLAY 'Enter term in months: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-LOAN-MONTHS WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-LOAN-MONTHS = 0
               DISPLAY 'Invalid term. Operation cancelled.'
               GO TO CAPTURE-LOAN-APP-SCREEN-END
           END-IF.

           DISPLAY 'Enter declared monthly income: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-LAD-INCOME WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid income. Operation cancelled.'
               GO TO CAPTURE-LOAN-APP-SCREEN-END
           END-IF.

           DISPLAY 'Enter loan purpose: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-LAD-PURPOSE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'A purpose is required. Operation cancelled.'
               GO TO CAPTURE-LOAN-APP-SCREEN-END
           END-IF.

           CALL 'LOANAPP' USING 'CAPTURE-LOAN-APPLICATION'
               WS-LOAN-BORROWER-ACCT WS-LOAN-PRINCIPAL
               WS-LOAN-RATE WS-LOAN-MONTHS WS-LAD-INCOME
               WS-LAD-PURPOSE WS-CURRENT-OPERATOR-ID
               WS-LAD-INDEX-CODE WS-LAD-RATE-SPREAD
               WS-LAD-REPRICE-MONTHS
               LOAN-APPLICATION-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY ' '
               DISPLAY 'Application captured. ID: ' LAP-APP-ID
               PERFORM SHOW-LOAN-APP-AFFORDABILITY
               DISPLAY 'Awaiting a supervisor''s credit decision.'
           ELSE
               DISPLAY ' '
               DISPLAY 'Application refused (account inactive, not '
                   'linked to a customer, or bad figures).'
           END-IF.

       CAPTURE-LOAN-APP-SCREEN-END.
           EXIT.

       CAPTURE-FIXED-RATE-TERMS.
      *    A fixed-rate request: the rate is keyed as agreed
           DISPLAY 'Enter annual rate (percent, e.g. 18.00): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid rate. Operation cancelled.'
               GO TO CAPTURE-FIXED-RATE-TERMS-END
           END-IF.

           MOVE WS-LOAN-RATE-INPUT TO WS-LOAN-RATE.

       CAPTURE-FIXED-RATE-TERMS-END.
           EXIT.

       CAPTURE-FLOATING-RATE-TERMS.
      *    A floating-rate request: the margin over the index and how
      *    often it reprices; the starting rate is the index value in
      *    force today plus the margin (see LOANAPP.COB)
           DISPLAY 'Enter margin over index (percent, e.g. 2.50): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-LAD-SPREAD-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-LAD-SPREAD-INPUT > 99
               MOVE 0 TO WS-USER-INPUT-VALID
               DISPLAY 'Invalid margin. Operation cancelled.'
               GO TO CAPTURE-FLOATING-RATE-TERMS-END
           END-IF.

           MOVE WS-LAD-SPREAD-INPUT TO WS-LAD-RATE-SPREAD.

           DISPLAY 'Reprice every how many months (1-12): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-LAD-REPRICE-MONTHS WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-LAD-REPRICE-MONTHS = 0
                   OR WS-LAD-REPRICE-MONTHS > 12
               MOVE 0 TO WS-USER-INPUT-VALID
               DISPLAY 'Invalid repricing period. Operation cancelled.'
               GO TO CAPTURE-FLOATING-RATE-TERMS-END
           END-IF.

       CAPTURE-FLOATING-RATE-TERMS-END.
           EXIT.

       SHOW-LOAN-APP-AFFORDABILITY.
      *    The affordability figures recorded on the application
           MOVE LAP-NEW-INSTALLMENT TO WS-DISPLAY-LOAN-AMOUNT.
           DISPLAY 'New installment:       ' WS-DISPLAY-LOAN-AMOUNT.
           MOVE LAP-EXISTING-INSTALLMENTS TO WS-DISPLAY-LOAN-AMOUNT.
           DISPLAY 'Existing installments: ' WS-DISPLAY-LOAN-AMOUNT.
           MOVE LAP-MONTHLY-INCOME TO WS-DISPLAY-LOAN-AMOUNT.
           DISPLAY 'Declared income:       ' WS-DISPLAY-LOAN-AMOUNT.
           MOVE LAP-DEBT-SERVICE-PCT TO WS-LAD-DISPLAY-PCT.
           DISPLAY 'Debt service:          ' WS-LAD-DISPLAY-PCT
               '% of income - ' LAP-AFFORDABILITY.

       DECIDE-LOAN-APP-SCREEN.
      *    Supervisor approve/decline with a recorded reason
           DISPLAY 'Application ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LAD-APP-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid application ID.'
               GO TO DECIDE-LOAN-APP-SCREEN-END
           END-IF.

           CALL 'LOANAPP' USING 'GET-LOAN-APPLICATION'
               WS-LAD-APP-ID LOAN-APPLICATION-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Application not found.'
               GO TO DECIDE-LOAN-APP-SCREEN-END
           END-IF.

           DISPLAY 'Customer ' LAP-CUSTOMER-ID ' account '
               LAP-ACCOUNT-ID ' - ' LAP-STATUS.
           MOVE LAP-AMOUNT TO WS-DISPLAY-LOAN-AMOUNT.
           DISPLAY 'Amount requested:      ' WS-DISPLAY-LOAN-AMOUNT
               ' over ' LAP-TERM-MONTHS ' months'.
           DISPLAY 'Purpose:               ' LAP-PURPOSE.
           PERFORM SHOW-LOAN-APP-AFFORDABILITY.

           DISPLAY ' '.
           DISPLAY 'Decision: 1 APPROVE  2 DECLINE: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-LAD-DECISION-CHOICE WS-USER-INPUT-VALID.

           EVALUATE WS-LAD-DECISION-CHOICE
               WHEN 1
                   MOVE 'APPROVED' TO WS-LAD-DECISION
               WHEN 2
                   MOVE 'DECLINED' TO WS-LAD-DECISION
               WHEN OTHER
                   DISPLAY 'No decision taken.'
                   GO TO DECIDE-LOAN-APP-SCREEN-END
           END-EVALUATE.

           DISPLAY 'Reason: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-LAD-REASON WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'A reason is required. No decision taken.'
               GO TO DECIDE-LOAN-APP-SCREEN-END
           END-IF.

           CALL 'LOANAPP' USING 'DECIDE-LOAN-APPLICATION'
               WS-LAD-APP-ID WS-LAD-DECISION WS-LAD-REASON
               WS-CURRENT-OPERATOR-ID
               LOAN-APPLICATION-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Application ' LAP-APP-ID ' ' LAP-STATUS '.'
           ELSE
               DISPLAY 'Decision refused (not awaiting a decision, '
                   'or you captured it yourself).'
           END-IF.

       DECIDE-LOAN-APP-SCREEN-END.
           EXIT.

       WITHDRAW-LOAN-APP-SCREEN.
      *    Record the applicant's withdrawal
           DISPLAY 'Application ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LAD-APP-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid application ID.'
               GO TO WITHDRAW-LOAN-APP-SCREEN-END
           END-IF.

           DISPLAY 'Reason (blank = withdrawn by applicant): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-LAD-REASON WS-USER-INPUT-VALID.

           CALL 'LOANAPP' USING 'WITHDRAW-LOAN-APPLICATION'
               WS-LAD-APP-ID WS-LAD-REASON WS-CURRENT-OPERATOR-ID
               LOAN-APPLICATION-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Application withdrawn.'
           ELSE
               DISPLAY 'Withdrawal refused (not an open application).'
           END-IF.

       WITHDRAW-LOAN-APP-SCREEN-END.
           EXIT.

       DISBURSE-LOAN-APP-SCREEN.
      *    Book and disburse an APPROVED application
           DISPLAY 'Application ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LAD-APP-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid application ID.'
               GO TO DISBURSE-LOAN-APP-SCREEN-END
           END-IF.

           DISPLAY 'Book the loan and credit the borrower account?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Disbursement cancelled.'
               GO TO DISBURSE-LOAN-APP-SCREEN-END
           END-IF.

           CALL 'LOANAPP' USING 'DISBURSE-LOAN-APPLICATION'
               WS-LAD-APP-ID WS-CURRENT-OPERATOR-ID
               LOAN-APPLICATION-RECORD LOAN-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               MOVE LN-INSTALLMENT-AMT TO WS-DISPLAY-LOAN-AMOUNT
               DISPLAY 'First due date:       ' LN-NEXT-DUE-DATE
           ELSE
               DISPLAY ' '
               DISPLAY 'Loan could not be booked (application not '
                   'APPROVED, or disbursement failed).'
           END-IF.

       DISBURSE-LOAN-APP-SCREEN-END.
           EXIT.

       VIEW-LOAN-APP-SCREEN.
      *    Show one application with its decision trail
           DISPLAY 'Application ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LAD-APP-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid application ID.'
               GO TO VIEW-LOAN-APP-SCREEN-END
           END-IF.

           CALL 'LOANAPP' USING 'GET-LOAN-APPLICATION'
               WS-LAD-APP-ID LOAN-APPLICATION-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Application not found.'
               GO TO VIEW-LOAN-APP-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Application:           ' LAP-APP-ID.
           DISPLAY 'Status:                ' LAP-STATUS.
           DISPLAY 'Customer / account:    ' LAP-CUSTOMER-ID ' / '
               LAP-ACCOUNT-ID.
           MOVE LAP-AMOUNT TO WS-DISPLAY-LOAN-AMOUNT.
           DISPLAY 'Amount requested:      ' WS-DISPLAY-LOAN-AMOUNT.
           DISPLAY 'Term (months):         ' LAP-TERM-MONTHS.
           IF LAP-INDEX-CODE NOT = SPACES
               MOVE LAP-RATE-SPREAD TO WS-DISPLAY-SPREAD
               DISPLAY 'Rate basis:            FLOATING, '
                   LAP-INDEX-CODE ' margin' WS-DISPLAY-SPREAD '%'
               DISPLAY 'Repricing:             every '
                   LAP-REPRICE-MONTHS ' months'
           END-IF.
           DISPLAY 'Purpose:               ' LAP-PURPOSE.
           PERFORM SHOW-LOAN-APP-AFFORDABILITY.
           DISPLAY 'Captured by:           ' LAP-CAPTURED-BY
               ' at ' LAP-CAPTURED-TS.
           IF LAP-DECIDED-BY NOT = 0
               DISPLAY 'Decided by:            ' LAP-DECIDED-BY
                   ' at ' LAP-DECIDED-TS
               DISPLAY 'Reason:                ' LAP-DECISION-REASON
           END-IF.
           IF LAP-LOAN-ID NOT = 0
               DISPLAY 'Booked as loan:        ' LAP-LOAN-ID
           END-IF.

       VIEW-LOAN-APP-SCREEN-END.
           EXIT.

       LIST-OPEN-LOAN-APPS-SCREEN.
      *    List every application still CAPTURED or APPROVED
           MOVE 0 TO WS-LAD-LIST-COUNT.

           CALL 'FILES' USING 'OPEN-LOAN-APPLICATION-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-APPLICATION-TOP'
               WS-LAD-LIST-STATUS.

           PERFORM LIST-NEXT-OPEN-LOAN-APP
               UNTIL WS-LAD-LIST-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-APPLICATION-FILE'.

           IF WS-LAD-LIST-COUNT = 0
               DISPLAY 'No open loan applications.'
           END-IF.

       LIST-NEXT-OPEN-LOAN-APP.
      *    Show one open application
           CALL 'FILES' USING 'READ-NEXT-LOAN-APPLICATION'
               LOAN-APPLICATION-RECORD WS-LAD-LIST-STATUS.

           IF WS-LAD-LIST-STATUS = '00'
               IF LAP-CAPTURED OR LAP-APPROVED
                   ADD 1 TO WS-LAD-LIST-COUNT
                   MOVE LAP-AMOUNT TO WS-DISPLAY-LOAN-AMOUNT
                   DISPLAY LAP-APP-ID ' ' LAP-ACCOUNT-ID ' '
                       LAP-STATUS ' ' LAP-AFFORDABILITY ' '
                       WS-DISPLAY-LOAN-AMOUNT
               END-IF
           END-IF.

       HANDLE-VIEW-LOAN.
      *    Display one loan's position and schedule standing
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           DISPLAY 'Loan ID:            ' LN-LOAN-ID.
           DISPLAY 'Borrower account:   ' LN-ACCOUNT-ID.
           DISPLAY 'Status:             ' LN-STATUS.
           MOVE LN-ANNUAL-RATE TO WS-DISPLAY-LOAN-RATE.
           IF LN-FLOATING
               MOVE LN-RATE-SPREAD TO WS-DISPLAY-SPREAD
               DISPLAY 'Rate:               ' WS-DISPLAY-LOAN-RATE
                   '% FLOATING, ' LN-INDEX-CODE ' margin'
                   WS-DISPLAY-SPREAD
               DISPLAY 'Next repricing:     ' LN-NEXT-REPRICE-DATE
                   ' (every ' LN-REPRICE-MONTHS ' months)'
           ELSE
               DISPLAY 'Rate:               ' WS-DISPLAY-LOAN-RATE
                   '% FIXED'
           END-IF.
           MOVE LN-PRINCIPAL TO WS-DISPLAY-LOAN-AMOUNT.
           DISPLAY 'Principal:          ' WS-DISPLAY-LOAN-AMOUNT.
           MOVE LN-INSTALLMENT-AMT TO WS-DISPLAY-LOAN-AMOUNT.
           DISPLAY 'Outstanding:        ' WS-DISPLAY-LOAN-AMOUNT.
           MOVE LN-ARREARS-AMT TO WS-DISPLAY-LOAN-AMOUNT.
           DISPLAY 'Arrears:            ' WS-DISPLAY-LOAN-AMOUNT.
           IF LN-DEFAULT-INT-ACCRUED > 0
               MOVE LN-DEFAULT-INT-ACCRUED TO WS-DISPLAY-LOAN-AMOUNT
               DISPLAY 'Default int. due:   ' WS-DISPLAY-LOAN-AMOUNT
                   ' (accrued to ' LN-DEFAULT-INT-THRU ')'
           END-IF.
           IF LN-RESTRUCTURED
               DISPLAY 'RESTRUCTURED:       ' LN-RESTRUCTURE-COUNT
                   ' time(s), last ' LN-LAST-RESTRUCTURE-DATE
               MOVE LN-DEFERRED-ARREARS TO WS-DISPLAY-LOAN-AMOUNT
               DISPLAY 'Deferred arrears:   ' WS-DISPLAY-LOAN-AMOUNT
           END-IF.
           IF LN-WRITTEN-OFF
               MOVE LN-WRITTEN-OFF-AMT TO WS-DISPLAY-LOAN-AMOUNT
               DISPLAY 'WRITTEN OFF:        ' WS-DISPLAY-LOAN-AMOUNT
                   ' on ' LN-WRITE-OFF-DATE
               MOVE LN-RECOVERED-AMT TO WS-DISPLAY-LOAN-AMOUNT
               DISPLAY 'Recovered to date:  ' WS-DISPLAY-LOAN-AMOUNT
                   ' (' LN-RECOVERY-COUNT ' recoveries)'
           END-IF.

           DISPLAY ' '
           DISPLAY 'Press ENTER to continue...'
                   WS-BACKDATE-ACCOUNT-ID WS-BACKDATE-AMOUNT
                   WS-TXN-DESCRIPTION WS-BACKDATE-VALUE-DATE
                   WS-BACKDATE-REASON-TEXT WS-CURRENT-OPERATOR-ID
                   'ADJCR' TRANSACTION-RECORD WS-OPERATION-STATUS
           ELSE
               CALL 'TRANSACTIONS' USING 'PROCESS-BACKDATED-DEBIT'
                   WS-BACKDATE-ACCOUNT-ID WS-BACKDATE-AMOUNT
                   WS-TXN-DESCRIPTION WS-BACKDATE-VALUE-DATE
                   WS-BACKDATE-REASON-TEXT WS-CURRENT-OPERATOR-ID
                   'ADJDR' TRANSACTION-RECORD WS-OPERATION-STATUS
           END-IF.

           IF WS-OPERATION-STATUS = '00' AND TXN-PENDING
      ******************************************************************

       HANDLE-SET-EXCHANGE-RATE.
      *    Submit a change to one directed currency pair's rates
      *    (supervisor); it takes effect when a second operator
      *    approves it under reference data change control
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.


           MOVE WS-FX-BUY-INPUT TO WS-FX-BUY-RATE.
           MOVE WS-FX-SELL-INPUT TO WS-FX-SELL-RATE.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'FXRATE' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE WS-FX-PAIR-INPUT TO RFC-ITEM-KEY.
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE WS-FX-BUY-RATE TO RFV-FX-BUY-RATE.
           MOVE WS-FX-SELL-RATE TO RFV-FX-SELL-RATE.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

           DISPLAY ' '
           DISPLAY 'Press ENTER to continue...'
               DISPLAY '     Tax ID: ' ACC-TAX-ID
                   '  Born: ' ACC-DATE-OF-BIRTH
               DISPLAY '     ' ACC-ADDRESS
               MOVE ACC-OPENING-DEPOSIT TO WS-PRD-AMOUNT-DISPLAY
               DISPLAY '     Product: ' ACC-PRODUCT-CODE
                   '  Opening deposit declared: '
                   WS-PRD-AMOUNT-DISPLAY
           END-IF.

      ******************************************************************
      ******************************************************************

       HANDLE-CARD-MANAGEMENT.
      *    Issue, block, unblock, replace, activate and list cards
      *    on the loaded account
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY '  3 - Unblock a card'.
           DISPLAY '  4 - List this account''s cards'.
           DISPLAY '  5 - Set card PIN (kiosk self-service)'.
           DISPLAY '  6 - Set card daily limits'.
           DISPLAY '  7 - Replace a lost or stolen card'.
           DISPLAY '  8 - Activate a card'.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CRD-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-CRD-CHOICE > 8
               DISPLAY 'Invalid option. Operation cancelled.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               WHEN 5
                   PERFORM SET-CARD-PIN-SCREEN
                       THRU SET-CARD-PIN-SCREEN-END
               WHEN 6
                   PERFORM SET-CARD-LIMITS-SCREEN
                       THRU SET-CARD-LIMITS-SCREEN-END
               WHEN 7
                   PERFORM REPLACE-CARD-SCREEN
                       THRU REPLACE-CARD-SCREEN-END
               WHEN 8
                   PERFORM ACTIVATE-CARD-SCREEN
                       THRU ACTIVATE-CARD-SCREEN-END
           END-EVALUATE.

           DISPLAY ' '
           DISPLAY 'Press ENTER to continue...'
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.
           EXIT.

       ISSUE-CARD-SCREEN.
      *    Order a new card against the loaded account; the plastic
      *    goes to the card bureau and is activated on arrival
           CALL 'CARDS' USING 'ISSUE-CARD'
               WS-CURRENT-ACCOUNT-ID CARD-RECORD
               WS-OPERATION-STATUS WS-CRD-MESSAGE.
       UNBLOCK-CARD-SCREEN-END.
           EXIT.

       REPLACE-CARD-SCREEN.
      *    Order the replacement for a card reported lost or stolen
      *    (block it first)
           DISPLAY 'Enter card number (16 digits): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CRD-NUMBER-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid card number. Operation cancelled.'
               GO TO REPLACE-CARD-SCREEN-END
           END-IF.

           CALL 'CARDS' USING 'REPLACE-CARD'
               WS-CRD-NUMBER-INPUT CARD-RECORD
               WS-OPERATION-STATUS WS-CRD-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-CRD-MESSAGE.
           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'New card:    ' CRD-CARD-NUMBER
               DISPLAY 'Expires:     ' CRD-EXPIRY-DATE
           END-IF.

       REPLACE-CARD-SCREEN-END.
           EXIT.

       ACTIVATE-CARD-SCREEN.
      *    Activate a produced card the customer has received
           DISPLAY 'Enter card number (16 digits): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CRD-NUMBER-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid card number. Operation cancelled.'
               GO TO ACTIVATE-CARD-SCREEN-END
           END-IF.

           CALL 'CARDS' USING 'ACTIVATE-CARD'
               WS-CRD-NUMBER-INPUT CARD-RECORD
               WS-OPERATION-STATUS WS-CRD-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-CRD-MESSAGE.

       ACTIVATE-CARD-SCREEN-END.
           EXIT.

       SET-CARD-LIMITS-SCREEN.
      *    Set one card's daily ATM and POS limits (to stop a
      *    channel altogether, block the card instead)
           DISPLAY 'Enter card number (16 digits): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CRD-NUMBER-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid card number. Operation cancelled.'
               GO TO SET-CARD-LIMITS-SCREEN-END
           END-IF.

           DISPLAY 'Daily ATM limit: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-CRD-ATM-LIMIT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount. Operation cancelled.'
               GO TO SET-CARD-LIMITS-SCREEN-END
           END-IF.

           DISPLAY 'Daily POS limit: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-CRD-POS-LIMIT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount. Operation cancelled.'
               GO TO SET-CARD-LIMITS-SCREEN-END
           END-IF.

           CALL 'CARDS' USING 'SET-CARD-LIMITS'
               WS-CRD-NUMBER-INPUT WS-CRD-ATM-LIMIT-INPUT
               WS-CRD-POS-LIMIT-INPUT CARD-RECORD
               WS-OPERATION-STATUS WS-CRD-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-CRD-MESSAGE.

       SET-CARD-LIMITS-SCREEN-END.
           EXIT.

       LIST-ACCOUNT-CARDS.
      *    List every card issued against the loaded account via the
      *    account alternate key
           DISPLAY ' '.
           DISPLAY 'Card number       Status    Expires'
               '  ATM limit/day  POS limit/day'.
           DISPLAY '------------------------------------------------'
               '------------------------------'.

           MOVE 0 TO WS-CRD-LIST-COUNT.
           MOVE WS-CURRENT-ACCOUNT-ID TO CRD-ACCOUNT-ID.
               IF CRD-ACCOUNT-ID = WS-CURRENT-ACCOUNT-ID
                   ADD 1 TO WS-CRD-LIST-COUNT
                   DISPLAY CRD-CARD-NUMBER '  ' CRD-STATUS '  '
                       CRD-EXPIRY-DATE WITH NO ADVANCING
                   MOVE CRD-ATM-DAILY-LIMIT TO WS-CRD-LIMIT-DISPLAY
                   DISPLAY '   ' WS-CRD-LIMIT-DISPLAY WITH NO ADVANCING
                   MOVE CRD-POS-DAILY-LIMIT TO WS-CRD-LIMIT-DISPLAY
                   DISPLAY '     ' WS-CRD-LIMIT-DISPLAY
               ELSE
                   MOVE '10' TO WS-CRD-SCAN-STATUS
               END-IF
           DISPLAY '-----------------------------------'.
           DISPLAY ' '.
           DISPLAY 'Account ID:     ' WS-CURRENT-ACCOUNT-ID.
           CALL 'BRANCHES' USING 'GET-BRANCH-NAME'
               ACC-BRANCH-CODE WS-BRANCH-NAME-DISPLAY.
           DISPLAY 'Current branch: ' ACC-BRANCH-CODE ' '
               WS-BRANCH-NAME-DISPLAY.
           DISPLAY ' '.
           DISPLAY 'Enter new branch code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
      ******************************************************************

       HANDLE-WATCHLIST-MAINTENANCE.
      *    Submit the addition or retirement of a compliance
      *    watchlist entry (supervisor); it takes effect when a
      *    second operator approves it under reference data change
      *    control
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           EXIT.

       ADD-WATCHLIST-ENTRY-SCREEN.
      *    Collect one blocked party and submit its addition
           DISPLAY 'Enter blocked name (blank if matching by tax '
               'ID): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-WLT-REASON-INPUT WS-USER-INPUT-VALID.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'WATCHLST' TO RFC-TABLE.
           MOVE 'ADD' TO RFC-ACTION.
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE WS-WLT-NAME-INPUT TO RFV-WLT-NAME.
           MOVE WS-WLT-TAX-ID-INPUT TO RFV-WLT-TAX-ID.
           MOVE WS-WLT-REASON-INPUT TO RFV-WLT-REASON.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       ADD-WATCHLIST-ENTRY-SCREEN-END.
           EXIT.

       REMOVE-WATCHLIST-ENTRY-SCREEN.
      *    Submit the retirement of one watchlist entry by ID
           DISPLAY 'Enter entry ID to remove: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-WLT-ENTRY-ID-INPUT WS-USER-INPUT-VALID.
               GO TO REMOVE-WATCHLIST-ENTRY-SCREEN-END
           END-IF.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'WATCHLST' TO RFC-TABLE.
           MOVE 'REMOVE' TO RFC-ACTION.
           MOVE WS-WLT-ENTRY-ID-INPUT TO RFC-ITEM-KEY.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       REMOVE-WATCHLIST-ENTRY-SCREEN-END.
           EXIT.
           DISPLAY 'Address:      ' CUS-ADDRESS.
           DISPLAY 'Risk tier:    ' CUS-RISK-TIER.
           DISPLAY 'Next review:  ' CUS-NEXT-KYC-REVIEW.
           DISPLAY 'Mobile:       ' CUS-MOBILE-PHONE.
           DISPLAY 'Email:        ' CUS-EMAIL.
           IF CUS-NOTIFY-PAPER
               DISPLAY 'Notices by:   PAPER'
           ELSE
               DISPLAY 'Notices by:   ' CUS-NOTIFY-CHANNEL
           END-IF.
           IF CUS-MAIL-RETURNED
               DISPLAY 'Mail:         RETURNED ' CUS-MAIL-RETURNED-DATE
                   ' - printed mail is being held'
           END-IF.
           IF CUS-RM-CODE NOT = SPACES AND CUS-RM-CODE NOT = LOW-VALUES
               DISPLAY 'Rel. manager: ' CUS-RM-CODE ' since '
                   CUS-RM-SINCE-DATE
           END-IF.
           DISPLAY ' '.
           DISPLAY '  1 - Confirm details and complete review'.
           DISPLAY '  2 - Amend details and complete review'.
           DISPLAY '  3 - Set risk tier'.
           DISPLAY '  4 - Record returned mail'.
           DISPLAY '  0 - Cancel'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.
                   PERFORM AMEND-KYC-DETAILS-SCREEN
               WHEN 3
                   PERFORM SET-RISK-TIER-SCREEN
               WHEN 4
                   PERFORM RECORD-RETURNED-MAIL-SCREEN
               WHEN OTHER
                   DISPLAY 'Review cancelled.'
           END-EVALUATE.
                   WS-KYC-NEW-TAX-ID WS-KYC-NEW-DOB
                   WS-KYC-NEW-ADDRESS CUSTOMER-RECORD
                   WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                       WS-CURRENT-OPERATOR-ID 'KYC-AMEND'
                       WS-KYC-REVIEW-CUST-ID
                       'Customer details amended at KYC review'
                       WS-KYC-AUDIT-STATUS
                   IF WS-KYC-NEW-ADDRESS NOT = SPACES
                       PERFORM RELEASE-RETURNED-MAIL-SCREEN
                   END-IF
               ELSE
                   DISPLAY 'Details not amended - check the tax ID '
                       'digits and re-key it'
               END-IF
           END-IF.

           PERFORM AMEND-KYC-CONTACT-SCREEN
               THRU AMEND-KYC-CONTACT-SCREEN-END.

           PERFORM COMPLETE-KYC-REVIEW-SCREEN.

       RECORD-RETURNED-MAIL-SCREEN.
      *    The post office sent mail back: flag the customer so every
      *    print run holds their paper until the address is fixed
      *    (see MAILHOLD.COB)
           DISPLAY ' '.
           DISPLAY 'Date mail was returned (CCYYMMDD): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-DATE-INPUT'
               WS-KYC-RETURNED-DATE WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-KYC-RETURNED-DATE
           END-IF.

           CALL 'MAILHOLD' USING 'RECORD-RETURNED-MAIL'
               WS-KYC-REVIEW-CUST-ID WS-KYC-RETURNED-DATE
               WS-CURRENT-OPERATOR-ID CUSTOMER-RECORD
               WS-OPERATION-STATUS.

           DISPLAY ' '.
           IF WS-OPERATION-STATUS = '00'
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-CURRENT-OPERATOR-ID 'MAIL-RETURNED'
                   WS-KYC-REVIEW-CUST-ID
                   'Returned mail recorded - mail held'
                   WS-KYC-AUDIT-STATUS
               DISPLAY 'Returned mail recorded. Statements, letters '
                   'and certificates are held'
               DISPLAY 'until the address is amended.'
           ELSE
               IF CUS-MAIL-RETURNED
                   DISPLAY 'Returned mail is already recorded for '
                       'this customer.'
               ELSE
                   DISPLAY 'Returned mail could not be recorded.'
               END-IF
           END-IF.

       RELEASE-RETURNED-MAIL-SCREEN.
      *    A new address is on file: clear the returned-mail flag and
      *    release the customer's held documents for reprint; a
      *    customer whose mail was not held is left untouched
           CALL 'MAILHOLD' USING 'RELEASE-RETURNED-MAIL'
               WS-KYC-REVIEW-CUST-ID WS-CURRENT-OPERATOR-ID
               WS-KYC-RELEASED-COUNT WS-KYC-AUDIT-STATUS.

           IF WS-KYC-AUDIT-STATUS = '00'
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-CURRENT-OPERATOR-ID 'MAIL-RELEASE'
                   WS-KYC-REVIEW-CUST-ID
                   'Address amended - held mail released'
                   WS-KYC-AUDIT-STATUS
               DISPLAY ' '
               DISPLAY 'Returned-mail flag cleared. Documents '
                   'released for reprint: ' WS-KYC-RELEASED-COUNT
           END-IF.

       AMEND-KYC-CONTACT-SCREEN.
      *    Amend the mobile number, email address and preferred
      *    notification channel; SMS or EMAIL needs the matching
      *    contact detail on file (checked by CUSTOMER.COB)
           DISPLAY 'New mobile number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-KYC-NEW-MOBILE WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-KYC-NEW-MOBILE
           END-IF.

           DISPLAY 'New email address: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-KYC-NEW-EMAIL WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-KYC-NEW-EMAIL
           END-IF.

           DISPLAY 'Send notices by:'.
           DISPLAY '  1 - Printed advice (PAPER)'.
           DISPLAY '  2 - Text message (SMS)'.
           DISPLAY '  3 - Email (EMAIL)'.
           DISPLAY 'Enter option (blank to keep): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-KYC-CHANNEL-CHOICE WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-KYC-CHANNEL-CHOICE
           END-IF.

           EVALUATE WS-KYC-CHANNEL-CHOICE
               WHEN 1
                   MOVE 'PAPER' TO WS-KYC-NEW-CHANNEL
               WHEN 2
                   MOVE 'SMS' TO WS-KYC-NEW-CHANNEL
               WHEN 3
                   MOVE 'EMAIL' TO WS-KYC-NEW-CHANNEL
               WHEN OTHER
                   MOVE SPACES TO WS-KYC-NEW-CHANNEL
           END-EVALUATE.

           IF WS-KYC-NEW-MOBILE = SPACES AND
                   WS-KYC-NEW-EMAIL = SPACES AND
                   WS-KYC-NEW-CHANNEL = SPACES
               GO TO AMEND-KYC-CONTACT-SCREEN-END
           END-IF.

           CALL 'CUSTOMER' USING 'UPDATE-CUSTOMER-CONTACT'
               WS-KYC-REVIEW-CUST-ID WS-KYC-NEW-MOBILE
               WS-KYC-NEW-EMAIL WS-KYC-NEW-CHANNEL CUSTOMER-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-CURRENT-OPERATOR-ID 'KYC-CONTACT'
                   WS-KYC-REVIEW-CUST-ID
                   'Customer contact details amended'
                   WS-KYC-AUDIT-STATUS
               DISPLAY 'Contact details updated.'
           ELSE
               DISPLAY 'Contact details NOT changed - SMS needs a '
                   'mobile, EMAIL a valid email address.'
           END-IF.

       AMEND-KYC-CONTACT-SCREEN-END.
           EXIT.

       SET-RISK-TIER-SCREEN.
      *    Classify the customer's risk tier; the new tier's interval
               GO TO HANDLE-DEPOSIT-OUTWARD-CHEQUE-END
           END-IF.

           MOVE 'CHQDEP' TO WS-CUT-PAYMENT-TYPE.
           PERFORM WARN-IF-AFTER-CUTOFF.

           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
       HANDLE-VAULT-MANAGEMENT.
      *    Branch vault work screen: view the position, move cash
      *    between the vault and the operator's open drawer, order
      *    and settle central bank shipments, record a count, and
      *    register and replenish the branch's ATMs, and set the
      *    vault's target range (see VAULT.COB). Shipments, counts,
      *    ATM work and the target range are supervisor actions;
      *    drawer movements are everyday teller work.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY '  3 - Order central bank shipment'.
           DISPLAY '  4 - Settle central bank shipment'.
           DISPLAY '  5 - Count and balance vault'.
           DISPLAY '  6 - Register an ATM'.
           DISPLAY '  7 - Replenish an ATM from the vault'.
           DISPLAY '  8 - View an ATM cash position'.
           DISPLAY '  9 - Set vault target range'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.
                   IF ROLE-CHECK-PASSED
                       PERFORM VAULT-BALANCE-SCREEN
                   END-IF
               WHEN 6
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM ATM-REGISTER-SCREEN
                           THRU ATM-REGISTER-SCREEN-END
                   END-IF
               WHEN 7
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM ATM-REPLENISH-SCREEN
                           THRU ATM-REPLENISH-SCREEN-END
                   END-IF
               WHEN 8
                   PERFORM ATM-VIEW-SCREEN
               WHEN 9
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM VAULT-TARGET-RANGE-SCREEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF.

       VAULT-ORDER-SHIPMENT-SCREEN.
      *    Order a cash shipment to or from the central bank, with
      *    last night's forecast suggestion shown first
           PERFORM SHOW-VAULT-FORECAST-SUGGESTION.

           DISPLAY 'Direction: 1 = from central bank (IN), '
               '2 = to central bank (OUT): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               GO TO VAULT-ORDER-SHIPMENT-SCREEN-END
           END-IF.

           DISPLAY 'Notes and coins in the shipment:'.
           PERFORM CAPTURE-DENOMINATION-COUNT.

           IF WS-DENOM-TOTAL NOT > 0
               DISPLAY 'Invalid amount.'
               GO TO VAULT-ORDER-SHIPMENT-SCREEN-END
           END-IF.

           MOVE WS-DENOM-TOTAL TO WS-VLT-AMOUNT-INPUT.

           DISPLAY 'Shipment reference: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-VLT-REFERENCE-INPUT WS-USER-INPUT-VALID.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Shipment ordered. ID: ' VSH-SHIPMENT-ID
               MOVE 'SHIPMENT' TO WS-DENOM-COUNT-TYPE
               MOVE VSH-BRANCH-CODE TO WS-DENOM-BRANCH
               MOVE VSH-SHIPMENT-ID TO WS-DENOM-REFERENCE
               PERFORM FILE-DENOMINATION-COUNT
           ELSE
               DISPLAY 'Shipment could not be ordered.'
           END-IF.
       VAULT-ORDER-SHIPMENT-SCREEN-END.
           EXIT.

       SHOW-VAULT-FORECAST-SUGGESTION.
      *    The shipment VAULTFC suggested for this branch on the
      *    nightly run that opened today, and the range it aimed at
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-VLT-FORECAST-DATE.
           MOVE WS-VLT-BRANCH-INPUT TO CDM-BRANCH-CODE.
           MOVE WS-VLT-FORECAST-DATE TO CDM-BUSINESS-DATE.
           CALL 'FILES' USING 'OPEN-CASH-DEMAND-FILE-IO'.
           CALL 'FILES' USING 'READ-CASH-DEMAND'
               CASH-DEMAND-RECORD WS-VLT-FORECAST-STATUS.
           CALL 'FILES' USING 'CLOSE-CASH-DEMAND-FILE'.

           DISPLAY ' '.
           IF VLT-TARGET-MIN NUMERIC AND VLT-TARGET-MAX NUMERIC
                   AND VLT-TARGET-MAX > 0
               MOVE VLT-TARGET-MIN TO WS-DISPLAY-BALANCE
               DISPLAY 'Target range:      ' WS-DISPLAY-BALANCE
                   WITH NO ADVANCING
               MOVE VLT-TARGET-MAX TO WS-DISPLAY-BALANCE
               DISPLAY ' to ' WS-DISPLAY-BALANCE
           ELSE
               DISPLAY 'Target range:      not set'
           END-IF.

           IF WS-VLT-FORECAST-STATUS NOT = '00'
                   OR CDM-SUGGESTED-DIRECTION = SPACES
               DISPLAY 'Forecast suggests: no forecast for today'
           ELSE
               MOVE CDM-SUGGESTED-AMOUNT TO WS-DISPLAY-BALANCE
               EVALUATE TRUE
                   WHEN CDM-SUGGEST-SHIP-IN
                       DISPLAY 'Forecast suggests: ship IN '
                           WS-DISPLAY-BALANCE ' by '
                           CDM-SHORTFALL-DATE
                   WHEN CDM-SUGGEST-SHIP-OUT
                       DISPLAY 'Forecast suggests: ship OUT '
                           WS-DISPLAY-BALANCE
                   WHEN OTHER
                       DISPLAY 'Forecast suggests: hold - no '
                           'shipment needed'
               END-EVALUATE
           END-IF.
           DISPLAY ' '.

       VAULT-TARGET-RANGE-SCREEN.
      *    Set the range, in whole reais, the branch keeps its vault
      *    inside; the nightly forecast sizes shipments against it.
      *    Zero for both ends clears it.
           DISPLAY 'Minimum vault cash (whole reais): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-VLT-TARGET-MIN-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount.'
           ELSE
               DISPLAY 'Maximum vault cash (whole reais): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
                   WS-VLT-TARGET-MAX-INPUT WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                   DISPLAY 'Invalid amount.'
               ELSE
                   CALL 'VAULT' USING 'SET-VAULT-TARGET-RANGE'
                       WS-VLT-BRANCH-INPUT WS-VLT-TARGET-MIN-INPUT
                       WS-VLT-TARGET-MAX-INPUT WS-CURRENT-OPERATOR-ID
                       VAULT-RECORD WS-OPERATION-STATUS
                   IF WS-OPERATION-STATUS = '00'
                       DISPLAY 'Target range set.'
                   ELSE
                       DISPLAY 'Target range refused (maximum below '
                           'the minimum).'
                   END-IF
               END-IF
           END-IF.

       VAULT-SETTLE-SHIPMENT-SCREEN.
      *    Settle an ordered shipment (inbound cash has arrived, or
      *    the outbound delivery is confirmed)
           END-IF.

       VAULT-BALANCE-SCREEN.
      *    Record a physical vault count, note by note, and its
      *    over/short
           DISPLAY 'Count the vault notes and coins:'.
           PERFORM CAPTURE-DENOMINATION-COUNT.

           IF WS-DENOM-TOTAL NOT > 0
               DISPLAY 'Invalid amount.'
           ELSE
               MOVE WS-DENOM-TOTAL TO WS-VLT-AMOUNT-INPUT
               CALL 'VAULT' USING 'BALANCE-VAULT'
                   WS-VLT-BRANCH-INPUT WS-VLT-AMOUNT-INPUT
                   WS-CURRENT-OPERATOR-ID VAULT-RECORD
               MOVE VLT-LAST-OVER-SHORT TO WS-DISPLAY-BALANCE
               DISPLAY 'Count recorded. Over/short: '
                   WS-DISPLAY-BALANCE
               MOVE 'VAULT' TO WS-DENOM-COUNT-TYPE
               MOVE VLT-BRANCH-CODE TO WS-DENOM-BRANCH
               MOVE 0 TO WS-DENOM-REFERENCE
               PERFORM FILE-DENOMINATION-COUNT
           END-IF.

       ATM-REGISTER-SCREEN.
      *    Add a cash machine to this branch's ATM register
           DISPLAY 'Terminal ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-ATM-TERMINAL-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR
                   WS-ATM-TERMINAL-INPUT = SPACES
               DISPLAY 'Invalid terminal ID.'
               GO TO ATM-REGISTER-SCREEN-END
           END-IF.

           DISPLAY 'Location: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-ATM-LOCATION-INPUT WS-USER-INPUT-VALID.

      *    No low-cash level leaves the demand forecast alone to
      *    decide when the machine needs cash
           DISPLAY 'Low-cash level (blank for none): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-ATM-LOW-CASH-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-ATM-LOW-CASH-INPUT
           END-IF.

           CALL 'VAULT' USING 'REGISTER-ATM'
               WS-ATM-TERMINAL-INPUT WS-VLT-BRANCH-INPUT
               WS-ATM-LOCATION-INPUT WS-ATM-LOW-CASH-INPUT
               WS-CURRENT-OPERATOR-ID ATM-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'ATM ' ATM-TERMINAL-ID
                   ' registered to branch ' ATM-BRANCH-CODE
           ELSE
               DISPLAY 'ATM could not be registered (terminal ID '
                   'already on file).'
           END-IF.

       ATM-REGISTER-SCREEN-END.
           EXIT.

       ATM-REPLENISH-SCREEN.
      *    Load cash from the ATM's branch vault into the machine
           DISPLAY 'Terminal ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-ATM-TERMINAL-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR
                   WS-ATM-TERMINAL-INPUT = SPACES
               DISPLAY 'Invalid terminal ID.'
               GO TO ATM-REPLENISH-SCREEN-END
           END-IF.

           DISPLAY 'Amount to load: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-VLT-AMOUNT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount.'
               GO TO ATM-REPLENISH-SCREEN-END
           END-IF.

           CALL 'VAULT' USING 'REPLENISH-ATM'
               WS-ATM-TERMINAL-INPUT WS-VLT-AMOUNT-INPUT
               WS-CURRENT-OPERATOR-ID ATM-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               COMPUTE WS-DISPLAY-BALANCE =
                   ATM-OPENING-LOAD - ATM-CYCLE-WITHDRAWALS
               DISPLAY 'Loaded. ATM now holds: ' WS-DISPLAY-BALANCE
           ELSE
               DISPLAY 'Replenishment refused (ATM not registered '
                   'or out of service, or insufficient vault cash).'
           END-IF.

       ATM-REPLENISH-SCREEN-END.
           EXIT.

       ATM-VIEW-SCREEN.
      *    Show one machine's cash position and its last count
           DISPLAY 'Terminal ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-ATM-TERMINAL-INPUT WS-USER-INPUT-VALID.

           CALL 'VAULT' USING 'GET-ATM'
               WS-ATM-TERMINAL-INPUT ATM-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'ATM not registered.'
           ELSE
               DISPLAY ' '
               DISPLAY 'ATM ' ATM-TERMINAL-ID '  Branch '
                   ATM-BRANCH-CODE '  ' ATM-STATUS
               DISPLAY 'Location:              ' ATM-LOCATION
               DISPLAY 'Cycle opened:          '
                   ATM-CYCLE-START-DATE
               MOVE ATM-OPENING-LOAD TO WS-DISPLAY-BALANCE
               DISPLAY 'Opening load:          ' WS-DISPLAY-BALANCE
               MOVE ATM-CYCLE-WITHDRAWALS TO WS-DISPLAY-BALANCE
               DISPLAY 'Settled withdrawals:   ' WS-DISPLAY-BALANCE
                   '  (' ATM-CYCLE-WDL-COUNT ')'
               COMPUTE WS-DISPLAY-BALANCE =
                   ATM-OPENING-LOAD - ATM-CYCLE-WITHDRAWALS
               DISPLAY 'Cash held:             ' WS-DISPLAY-BALANCE
               MOVE ATM-LOW-CASH-LEVEL TO WS-DISPLAY-BALANCE
               DISPLAY 'Low-cash level:        ' WS-DISPLAY-BALANCE
               MOVE ATM-LAST-REPLENISH-AMT TO WS-DISPLAY-BALANCE
               DISPLAY 'Last replenishment:    ' WS-DISPLAY-BALANCE
                   '  on ' ATM-LAST-REPLENISH-DATE
               MOVE ATM-LAST-OVER-SHORT TO WS-DISPLAY-BALANCE
               DISPLAY 'Last count over/short: ' WS-DISPLAY-BALANCE
                   '  on ' ATM-LAST-COUNT-DATE
           END-IF.

      ******************************************************************

           MOVE WS-JV-DESC-INPUT TO JVR-DESCRIPTION.

           DISPLAY 'Branch code (blank = 0001): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-JV-BRANCH-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-JV-BRANCH-INPUT = SPACES
               MOVE '0001' TO WS-JV-BRANCH-INPUT
           END-IF.

           CALL 'BRANCHES' USING 'VALIDATE-BRANCH-CODE'
               WS-JV-BRANCH-INPUT BRANCH-RECORD
               WS-OPERATION-STATUS WS-BRANCH-CHECK-MESSAGE.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY WS-BRANCH-CHECK-MESSAGE
               GO TO ENTER-VOUCHER-SCREEN-END
           END-IF.
           MOVE WS-JV-BRANCH-INPUT TO JVR-BRANCH-CODE.

           DISPLAY 'Enter up to 10 lines; GL account 0 finishes.'.
           MOVE 1 TO WS-JV-MORE-LINES.
           MOVE 0 TO JVR-LINE-COUNT.

           PERFORM CAPTURE-ONE-VOUCHER-LINE
           DISPLAY 'Voucher:     ' JVR-VOUCHER-ID.
           DISPLAY 'Status:      ' JVR-STATUS.
           DISPLAY 'Description: ' JVR-DESCRIPTION.
           DISPLAY 'Branch:      ' JVR-BRANCH-CODE.
           DISPLAY 'Maker:       ' JVR-MAKER-OP-ID.
           DISPLAY 'Checker:     ' JVR-CHECKER-OP-ID.
           PERFORM DISPLAY-ONE-VOUCHER-LINE
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Quote refused (loan missing, paid off or '
                   'written off).'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
           EXIT.

      ******************************************************************
      * LOAN SERVICING DESK
      ******************************************************************

       HANDLE-LOAN-SERVICING.
      *    Loan servicing desk: restructure a loan on a plan the
      *    borrower has agreed, and read back a loan's restructure
      *    history (see RESTRUCTURE-LOAN in LOANS.COB); write off a
      *    loan judged unrecoverable and collect recoveries on it
      *    afterwards (see WRITE-OFF-LOAN and RECORD-LOAN-RECOVERY);
      *    key the reference index values FLOATING loans reprice
      *    from and read an index's history back (see REFRATE.COB);
      *    print a loan's amortization schedule for the borrower
      *    (see LOANSCHED.COB).
      *    Restructuring, write-off and index values are supervisor
      *    actions; an index value is a reference data change and
      *    applies only once a second operator approves it.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'LOAN SERVICING DESK'.
           DISPLAY '--------------------'.
           DISPLAY '  1 - Restructure a loan'.
           DISPLAY '  2 - Restructure history for a loan'.
           DISPLAY '  3 - Write off a loan'.
           DISPLAY '  4 - Record a recovery on a written-off loan'.
           DISPLAY '  5 - Recovery history for a loan'.
           DISPLAY '  6 - Set a reference rate value'.
           DISPLAY '  7 - Reference rate history'.
           DISPLAY '  8 - Print a loan amortization schedule'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-LSV-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-LSV-CHOICE
           END-IF.

           EVALUATE WS-LSV-CHOICE
               WHEN 1
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RESTRUCTURE-LOAN-SCREEN
                           THRU RESTRUCTURE-LOAN-SCREEN-END
                   END-IF
               WHEN 2
                   PERFORM RESTRUCTURE-HISTORY-SCREEN
                       THRU RESTRUCTURE-HISTORY-SCREEN-END
               WHEN 3
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM WRITE-OFF-LOAN-SCREEN
                           THRU WRITE-OFF-LOAN-SCREEN-END
                   END-IF
               WHEN 4
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM LOAN-RECOVERY-SCREEN
                           THRU LOAN-RECOVERY-SCREEN-END
                   END-IF
               WHEN 5
                   PERFORM RECOVERY-HISTORY-SCREEN
                       THRU RECOVERY-HISTORY-SCREEN-END
               WHEN 6
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SET-REFERENCE-RATE-SCREEN
                           THRU SET-REFERENCE-RATE-SCREEN-END
                   END-IF
               WHEN 7
                   PERFORM REFERENCE-RATE-HISTORY-SCREEN
                       THRU REFERENCE-RATE-HISTORY-SCREEN-END
               WHEN 8
                   PERFORM PRINT-LOAN-SCHEDULE-SCREEN
                       THRU PRINT-LOAN-SCHEDULE-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-LOAN-SERVICING-END.
           EXIT.

       RESTRUCTURE-LOAN-SCREEN.
      *    Show the loan's current standing, key the new plan and
      *    restructure it once confirmed
           DISPLAY 'Loan ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LSV-LOAN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid loan ID.'
               GO TO RESTRUCTURE-LOAN-SCREEN-END
           END-IF.

           CALL 'LOANS' USING 'GET-LOAN'
               WS-LSV-LOAN-ID LOAN-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Loan not found.'
               GO TO RESTRUCTURE-LOAN-SCREEN-END
           END-IF.

           IF NOT LN-ACTIVE
               DISPLAY 'Loan is ' LN-STATUS ' - only an ACTIVE loan '
                   'can be restructured.'
               GO TO RESTRUCTURE-LOAN-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Current terms'.
           DISPLAY 'Rate / term:        ' LN-ANNUAL-RATE ' / '
               LN-TERM-MONTHS ' months'.
           MOVE LN-INSTALLMENT-AMT TO WS-LSV-DISPLAY-AMOUNT.
           DISPLAY 'Installment:        ' WS-LSV-DISPLAY-AMOUNT.
           DISPLAY 'Installments left:  ' LN-INSTALLMENTS-LEFT.
           MOVE LN-OUTSTANDING TO WS-LSV-DISPLAY-AMOUNT.
           DISPLAY 'Outstanding:        ' WS-LSV-DISPLAY-AMOUNT.
           MOVE LN-ARREARS-AMT TO WS-LSV-DISPLAY-AMOUNT.
           DISPLAY 'Arrears:            ' WS-LSV-DISPLAY-AMOUNT
               ' since ' LN-ARREARS-SINCE-DATE.
           IF LN-DEFERRED-ARREARS > 0
               MOVE LN-DEFERRED-ARREARS TO WS-LSV-DISPLAY-AMOUNT
               DISPLAY 'Deferred arrears:   ' WS-LSV-DISPLAY-AMOUNT
           END-IF.
           DISPLAY ' '.

           DISPLAY 'New annual rate (percent): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-LSV-RATE-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid rate. Operation cancelled.'
               GO TO RESTRUCTURE-LOAN-SCREEN-END
           END-IF.

           MOVE WS-LSV-RATE-INPUT TO WS-LSV-RATE.

           DISPLAY 'New term in months: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-LSV-TERM WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-LSV-TERM = 0
               DISPLAY 'Invalid term. Operation cancelled.'
               GO TO RESTRUCTURE-LOAN-SCREEN-END
           END-IF.

           DISPLAY 'Arrears: 1 CAPITALIZE  2 SCHEDULE SEPARATELY: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-LSV-TREATMENT-CHOICE WS-USER-INPUT-VALID.

           EVALUATE WS-LSV-TREATMENT-CHOICE
               WHEN 1
                   MOVE 'CAPITALIZE' TO WS-LSV-TREATMENT
               WHEN 2
                   MOVE 'SCHEDULE' TO WS-LSV-TREATMENT
               WHEN OTHER
                   DISPLAY 'Invalid choice. Operation cancelled.'
                   GO TO RESTRUCTURE-LOAN-SCREEN-END
           END-EVALUATE.

           DISPLAY 'Reason / agreed plan: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-LSV-REASON WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'A reason is required. Operation cancelled.'
               GO TO RESTRUCTURE-LOAN-SCREEN-END
           END-IF.

           DISPLAY 'Restructure this loan on the terms above?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Restructure cancelled - loan unchanged.'
               GO TO RESTRUCTURE-LOAN-SCREEN-END
           END-IF.

           CALL 'LOANS' USING 'RESTRUCTURE-LOAN'
               WS-LSV-LOAN-ID WS-LSV-RATE WS-LSV-TERM
               WS-LSV-TREATMENT WS-LSV-REASON WS-CURRENT-OPERATOR-ID
               LOAN-RECORD LOAN-RESTRUCTURE-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY ' '
               DISPLAY 'Loan restructured (restructure number '
                   LN-RESTRUCTURE-COUNT ').'
               MOVE LN-INSTALLMENT-AMT TO WS-LSV-DISPLAY-AMOUNT
               DISPLAY 'New installment:    ' WS-LSV-DISPLAY-AMOUNT
               IF LN-DEFERRED-INSTALLMENT > 0
                   MOVE LN-DEFERRED-INSTALLMENT
                       TO WS-LSV-DISPLAY-AMOUNT
                   DISPLAY 'Plus arrears part:  '
                       WS-LSV-DISPLAY-AMOUNT
               END-IF
               MOVE LN-OUTSTANDING TO WS-LSV-DISPLAY-AMOUNT
               DISPLAY 'New outstanding:    ' WS-LSV-DISPLAY-AMOUNT
               DISPLAY 'First due date:     ' LN-NEXT-DUE-DATE
           ELSE
               DISPLAY ' '
               DISPLAY 'Restructure refused - loan unchanged.'
           END-IF.

       RESTRUCTURE-LOAN-SCREEN-END.
           EXIT.

       RESTRUCTURE-HISTORY-SCREEN.
      *    List every restructure on file for one loan, oldest first
           DISPLAY 'Loan ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LSV-LOAN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid loan ID.'
               GO TO RESTRUCTURE-HISTORY-SCREEN-END
           END-IF.

           MOVE 0 TO WS-LSV-LIST-COUNT.
           MOVE WS-LSV-LOAN-ID TO LRS-LOAN-ID.

           CALL 'FILES' USING 'OPEN-LOAN-RESTRUCTURE-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-RESTRUCTURE-BY-LOAN'
               LOAN-RESTRUCTURE-RECORD WS-LSV-LIST-STATUS.

           PERFORM LIST-NEXT-RESTRUCTURE
               UNTIL WS-LSV-LIST-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-RESTRUCTURE-FILE'.

           IF WS-LSV-LIST-COUNT = 0
               DISPLAY 'No restructures on file for this loan.'
           END-IF.

       RESTRUCTURE-HISTORY-SCREEN-END.
           EXIT.

       LIST-NEXT-RESTRUCTURE.
      *    Show one restructure; stop at the next loan's rows
           CALL 'FILES' USING 'READ-NEXT-LOAN-RESTRUCTURE'
               LOAN-RESTRUCTURE-RECORD WS-LSV-LIST-STATUS.

           IF WS-LSV-LIST-STATUS = '00'
               IF LRS-LOAN-ID NOT = WS-LSV-LOAN-ID
                   MOVE '10' TO WS-LSV-LIST-STATUS
               ELSE
                   ADD 1 TO WS-LSV-LIST-COUNT
                   DISPLAY ' '
                   DISPLAY '#' LRS-SEQ ' ' LRS-RESTRUCTURED-TS(1:8)
                       ' by ' LRS-APPROVED-BY ' - arrears '
                       LRS-TREATMENT
                   DISPLAY '  Reason: ' LRS-REASON
                   MOVE LRS-OLD-INSTALLMENT-AMT
                       TO WS-LSV-DISPLAY-AMOUNT
                   DISPLAY '  Was: ' LRS-OLD-ANNUAL-RATE '% '
                       LRS-OLD-INSTALLMENTS-LEFT ' left at '
                       WS-LSV-DISPLAY-AMOUNT
                   MOVE LRS-OLD-ARREARS-AMT TO WS-LSV-DISPLAY-AMOUNT
                   DISPLAY '       arrears ' WS-LSV-DISPLAY-AMOUNT
                   MOVE LRS-NEW-INSTALLMENT-AMT
                       TO WS-LSV-DISPLAY-AMOUNT
                   DISPLAY '  Now: ' LRS-NEW-ANNUAL-RATE '% '
                       LRS-NEW-TERM-MONTHS ' months at '
                       WS-LSV-DISPLAY-AMOUNT
               END-IF
           END-IF.

       WRITE-OFF-LOAN-SCREEN.
      *    Show the loan's standing, take the reason and write the
      *    loan off once confirmed
           DISPLAY 'Loan ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LSV-LOAN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid loan ID.'
               GO TO WRITE-OFF-LOAN-SCREEN-END
           END-IF.

           CALL 'LOANS' USING 'GET-LOAN'
               WS-LSV-LOAN-ID LOAN-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Loan not found.'
               GO TO WRITE-OFF-LOAN-SCREEN-END
           END-IF.

           IF NOT LN-ACTIVE
               DISPLAY 'Loan is ' LN-STATUS ' - only an ACTIVE loan '
                   'can be written off.'
               GO TO WRITE-OFF-LOAN-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Borrower account:   ' LN-ACCOUNT-ID.
           MOVE LN-OUTSTANDING TO WS-LSV-DISPLAY-AMOUNT.
           DISPLAY 'Outstanding:        ' WS-LSV-DISPLAY-AMOUNT.
           MOVE LN-ARREARS-AMT TO WS-LSV-DISPLAY-AMOUNT.
           DISPLAY 'Arrears:            ' WS-LSV-DISPLAY-AMOUNT
               ' since ' LN-ARREARS-SINCE-DATE.
           DISPLAY 'Installments left:  ' LN-INSTALLMENTS-LEFT.
           DISPLAY ' '.

           DISPLAY 'Write-off reason: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-LSV-REASON WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'A reason is required. Operation cancelled.'
               GO TO WRITE-OFF-LOAN-SCREEN-END
           END-IF.

           DISPLAY 'Write this loan off? It leaves the book for good.'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Write-off cancelled - loan unchanged.'
               GO TO WRITE-OFF-LOAN-SCREEN-END
           END-IF.

           CALL 'LOANS' USING 'WRITE-OFF-LOAN'
               WS-LSV-LOAN-ID WS-LSV-REASON WS-CURRENT-OPERATOR-ID
               LOAN-RECORD WS-LSV-PROVISION-USED WS-LSV-LOSS
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY ' '
               DISPLAY 'Loan written off.'
               MOVE LN-WRITTEN-OFF-AMT TO WS-LSV-DISPLAY-AMOUNT
               DISPLAY 'Amount written off: ' WS-LSV-DISPLAY-AMOUNT
               MOVE WS-LSV-PROVISION-USED TO WS-LSV-DISPLAY-AMOUNT
               DISPLAY 'Provision used:     ' WS-LSV-DISPLAY-AMOUNT
               MOVE WS-LSV-LOSS TO WS-LSV-DISPLAY-AMOUNT
               DISPLAY 'Loss expensed:      ' WS-LSV-DISPLAY-AMOUNT
           ELSE
               DISPLAY ' '
               DISPLAY 'Write-off refused - loan unchanged.'
           END-IF.

       WRITE-OFF-LOAN-SCREEN-END.
           EXIT.

       LOAN-RECOVERY-SCREEN.
      *    Collect an amount on a written-off loan from the
      *    borrower's deposit account
           DISPLAY 'Loan ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LSV-LOAN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid loan ID.'
               GO TO LOAN-RECOVERY-SCREEN-END
           END-IF.

           CALL 'LOANS' USING 'GET-LOAN'
               WS-LSV-LOAN-ID LOAN-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Loan not found.'
               GO TO LOAN-RECOVERY-SCREEN-END
           END-IF.

           IF NOT LN-WRITTEN-OFF
               DISPLAY 'Loan is ' LN-STATUS ' - recoveries apply only '
                   'to a written-off loan.'
               GO TO LOAN-RECOVERY-SCREEN-END
           END-IF.

           COMPUTE WS-LSV-MEMO-OPEN =
               LN-WRITTEN-OFF-AMT - LN-RECOVERED-AMT.

           DISPLAY ' '.
           DISPLAY 'Borrower account:   ' LN-ACCOUNT-ID.
           MOVE LN-WRITTEN-OFF-AMT TO WS-LSV-DISPLAY-AMOUNT.
           DISPLAY 'Written off:        ' WS-LSV-DISPLAY-AMOUNT
               ' on ' LN-WRITE-OFF-DATE.
           MOVE LN-RECOVERED-AMT TO WS-LSV-DISPLAY-AMOUNT.
           DISPLAY 'Recovered to date:  ' WS-LSV-DISPLAY-AMOUNT.
           MOVE WS-LSV-MEMO-OPEN TO WS-LSV-DISPLAY-AMOUNT.
           DISPLAY 'Still open:         ' WS-LSV-DISPLAY-AMOUNT.
           DISPLAY ' '.

           DISPLAY 'Amount recovered: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-LSV-RECOVERY-AMT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-LSV-RECOVERY-AMT NOT > 0
               DISPLAY 'Invalid amount. Operation cancelled.'
               GO TO LOAN-RECOVERY-SCREEN-END
           END-IF.

           DISPLAY 'Debit the borrower account with this recovery?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Recovery cancelled - nothing posted.'
               GO TO LOAN-RECOVERY-SCREEN-END
           END-IF.

           CALL 'LOANS' USING 'RECORD-LOAN-RECOVERY'
               WS-LSV-LOAN-ID WS-LSV-RECOVERY-AMT
               WS-CURRENT-OPERATOR-ID LOAN-RECORD LOAN-RECOVERY-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY ' '
               DISPLAY 'Recovery recorded (recovery number '
                   LRV-SEQ ').'
               MOVE LRV-MEMO-REMAINING TO WS-LSV-DISPLAY-AMOUNT
               DISPLAY 'Still open:         ' WS-LSV-DISPLAY-AMOUNT
           ELSE
               DISPLAY ' '
               DISPLAY 'Recovery refused - nothing recorded.'
           END-IF.

       LOAN-RECOVERY-SCREEN-END.
           EXIT.

       RECOVERY-HISTORY-SCREEN.
      *    List every recovery on file for one loan, oldest first
           DISPLAY 'Loan ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LSV-LOAN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid loan ID.'
               GO TO RECOVERY-HISTORY-SCREEN-END
           END-IF.

           MOVE 0 TO WS-LSV-LIST-COUNT.
           MOVE WS-LSV-LOAN-ID TO LRV-LOAN-ID.

           CALL 'FILES' USING 'OPEN-LOAN-RECOVERY-FILE-IO'.
           CALL 'FILES' USING 'START-LOAN-RECOVERY-BY-LOAN'
               LOAN-RECOVERY-RECORD WS-LSV-LIST-STATUS.

           PERFORM LIST-NEXT-RECOVERY
               UNTIL WS-LSV-LIST-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-LOAN-RECOVERY-FILE'.

           IF WS-LSV-LIST-COUNT = 0
               DISPLAY 'No recoveries on file for this loan.'
           END-IF.

       RECOVERY-HISTORY-SCREEN-END.
           EXIT.

       LIST-NEXT-RECOVERY.
      *    Show one recovery; stop at the next loan's rows
           CALL 'FILES' USING 'READ-NEXT-LOAN-RECOVERY'
               LOAN-RECOVERY-RECORD WS-LSV-LIST-STATUS.

           IF WS-LSV-LIST-STATUS = '00'
               IF LRV-LOAN-ID NOT = WS-LSV-LOAN-ID
                   MOVE '10' TO WS-LSV-LIST-STATUS
               ELSE
                   ADD 1 TO WS-LSV-LIST-COUNT
                   MOVE LRV-AMOUNT TO WS-LSV-DISPLAY-AMOUNT
                   DISPLAY '#' LRV-SEQ ' ' LRV-RECOVERY-DATE ' by '
                       LRV-RECORDED-BY ' ' WS-LSV-DISPLAY-AMOUNT
                   MOVE LRV-MEMO-REMAINING TO WS-LSV-DISPLAY-AMOUNT
                   DISPLAY '     still open after: '
                       WS-LSV-DISPLAY-AMOUNT
               END-IF
           END-IF.

       SET-REFERENCE-RATE-SCREEN.
      *    Key one index value and the date it takes effect from; a
      *    value for a date already on file replaces it. The value is
      *    submitted for a second operator's approval (REFCHG.COB)
           DISPLAY 'Index code (e.g. PRIME): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-LSV-INDEX-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'An index code is required.'
               GO TO SET-REFERENCE-RATE-SCREEN-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-LSV-INDEX-CODE)
               TO WS-LSV-INDEX-CODE.

           DISPLAY 'Effective date (YYYYMMDD, blank for today): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-LSV-EFFECTIVE-DATE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-LSV-EFFECTIVE-DATE = 0
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-LSV-EFFECTIVE-DATE
           END-IF.

           IF WS-LSV-EFFECTIVE-DATE(5:2) < '01'
                   OR WS-LSV-EFFECTIVE-DATE(5:2) > '12'
                   OR WS-LSV-EFFECTIVE-DATE(7:2) < '01'
                   OR WS-LSV-EFFECTIVE-DATE(7:2) > '31'
               DISPLAY 'Invalid date. Operation cancelled.'
               GO TO SET-REFERENCE-RATE-SCREEN-END
           END-IF.

           DISPLAY 'Index value (percent, e.g. 7.25): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-LSV-RATE-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-LSV-RATE-INPUT > 99
               DISPLAY 'Invalid rate. Operation cancelled.'
               GO TO SET-REFERENCE-RATE-SCREEN-END
           END-IF.

           MOVE WS-LSV-RATE-INPUT TO WS-LSV-INDEX-RATE.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'REFRATE' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE WS-LSV-INDEX-CODE TO RFC-DATED-ITEM-NAME.
           MOVE WS-LSV-EFFECTIVE-DATE TO RFC-DATED-ITEM-DATE.
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE WS-LSV-INDEX-RATE TO RFV-RRT-RATE.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Once approved, floating loans pick it up at '
                   'their next repricing date.'
           END-IF.

       SET-REFERENCE-RATE-SCREEN-END.
           EXIT.

       REFERENCE-RATE-HISTORY-SCREEN.
      *    List every value on file for one index, oldest first
           DISPLAY 'Index code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-LSV-INDEX-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'An index code is required.'
               GO TO REFERENCE-RATE-HISTORY-SCREEN-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-LSV-INDEX-CODE)
               TO WS-LSV-INDEX-CODE.

           MOVE 0 TO WS-LSV-LIST-COUNT.
           MOVE WS-LSV-INDEX-CODE TO RRT-INDEX-CODE.

           CALL 'FILES' USING 'OPEN-REFERENCE-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-REFERENCE-RATE-BY-INDEX'
               REFERENCE-RATE-RECORD WS-LSV-LIST-STATUS.

           PERFORM LIST-NEXT-REFERENCE-RATE
               UNTIL WS-LSV-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-REFERENCE-RATE-FILE'.

           IF WS-LSV-LIST-COUNT = 0
               DISPLAY 'No values on file for this index.'
           END-IF.

       REFERENCE-RATE-HISTORY-SCREEN-END.
           EXIT.

       PRINT-LOAN-SCHEDULE-SCREEN.
      *    Spool an ACTIVE loan's amortization schedule on request
           DISPLAY 'Loan ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-LSV-LOAN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid loan ID.'
               GO TO PRINT-LOAN-SCHEDULE-SCREEN-END
           END-IF.

           CALL 'LOANSCHED' USING 'PRINT-LOAN-SCHEDULE'
               WS-LSV-LOAN-ID WS-OPERATION-STATUS WS-LSV-MESSAGE
               WS-LSV-EFFECTIVE-COST.

           DISPLAY WS-LSV-MESSAGE.

           IF WS-OPERATION-STATUS = '00'
               MOVE WS-LSV-EFFECTIVE-COST TO WS-LSV-DISPLAY-COST
               DISPLAY 'Annual effective total cost: '
                   WS-LSV-DISPLAY-COST '%'
               DISPLAY 'Collect the printout from the loan schedule '
                   'printer.'
           END-IF.

       PRINT-LOAN-SCHEDULE-SCREEN-END.
           EXIT.

       LIST-NEXT-REFERENCE-RATE.
      *    Show one index value; stop at the next index's rows
           CALL 'FILES' USING 'READ-NEXT-REFERENCE-RATE'
               REFERENCE-RATE-RECORD WS-LSV-LIST-STATUS.

           IF WS-LSV-LIST-STATUS = '00'
               IF RRT-INDEX-CODE NOT = WS-LSV-INDEX-CODE
                   MOVE '10' TO WS-LSV-LIST-STATUS
               ELSE
                   ADD 1 TO WS-LSV-LIST-COUNT
                   MOVE RRT-RATE TO WS-LSV-DISPLAY-RATE
                   DISPLAY RRT-EFFECTIVE-DATE '  ' WS-LSV-DISPLAY-RATE
                       '%  by ' RRT-ENTERED-BY ' at ' RRT-ENTERED-TS
               END-IF
           END-IF.

      ******************************************************************
      * COLLATERAL REGISTER
      ******************************************************************

       HANDLE-COLLATERAL-REGISTER.
      *    Maintain the collateral register: record, revalue and
      *    release pledged assets and list a loan's security (see
      *    COLLATERAL.COB). Automatic release on payoff happens in
      *    the loan paths, not here.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'COLLATERAL REGISTER'.
           DISPLAY '--------------------'.
           DISPLAY '  1 - Register collateral against a loan'.
           DISPLAY '  2 - Revalue collateral'.
           DISPLAY '  3 - Release a lien'.
           DISPLAY '  4 - List a loan''s collateral'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CLT-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-CLT-CHOICE
           END-IF.

           EVALUATE WS-CLT-CHOICE
               WHEN 1
                   PERFORM REGISTER-COLLATERAL-SCREEN
                       THRU REGISTER-COLLATERAL-SCREEN-END
               WHEN 2
                   PERFORM REVALUE-COLLATERAL-SCREEN
               WHEN 3
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RELEASE-COLLATERAL-SCREEN
                   END-IF
               WHEN 4
                   PERFORM LIST-LOAN-COLLATERAL-SCREEN
                       THRU LIST-LOAN-COLLATERAL-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-COLLATERAL-REGISTER-END.
           EXIT.

       REGISTER-COLLATERAL-SCREEN.
      *    Record one pledged asset against a loan
           DISPLAY 'Loan ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-CLT-LOAN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid loan ID.'
               GO TO REGISTER-COLLATERAL-SCREEN-END
           END-IF.

           DISPLAY 'Type: 1 VEHICLE  2 PROPERTY  3 DEPOSIT  '
               '4 OTHER: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CLT-TYPE-CHOICE WS-USER-INPUT-VALID.

           EVALUATE WS-CLT-TYPE-CHOICE
               WHEN 1
                   MOVE 'VEHICLE' TO WS-CLT-TYPE
               WHEN 2
                   MOVE 'PROPERTY' TO WS-CLT-TYPE
               WHEN 3
                   MOVE 'DEPOSIT' TO WS-CLT-TYPE
               WHEN OTHER
                   MOVE 'OTHER' TO WS-CLT-TYPE
           END-EVALUATE.

           DISPLAY 'Description: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CLT-DESCRIPTION WS-USER-INPUT-VALID.

           DISPLAY 'Valuation: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-CLT-VALUATION WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid valuation.'
               GO TO REGISTER-COLLATERAL-SCREEN-END
           END-IF.

           CALL 'COLLATERAL' USING 'REGISTER-COLLATERAL'
               WS-CLT-LOAN-ID WS-CLT-TYPE WS-CLT-DESCRIPTION
               WS-CLT-VALUATION WS-CURRENT-OPERATOR-ID
               COLLATERAL-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Registered. Collateral ID: '
                   COL-COLLATERAL-ID
           ELSE
               DISPLAY 'Registration refused.'
           END-IF.

       REGISTER-COLLATERAL-SCREEN-END.
           EXIT.

       REVALUE-COLLATERAL-SCREEN.
      *    Record a fresh valuation on one row
           DISPLAY 'Collateral ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-CLT-COLLATERAL-ID WS-USER-INPUT-VALID.

           DISPLAY 'New valuation: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-CLT-VALUATION WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid valuation.'
           ELSE
               CALL 'COLLATERAL' USING 'REVALUE-COLLATERAL'
                   WS-CLT-COLLATERAL-ID WS-CLT-VALUATION
                   WS-CURRENT-OPERATOR-ID COLLATERAL-RECORD
                   WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   DISPLAY 'Revalued.'
               ELSE
                   DISPLAY 'Revaluation refused.'
               END-IF
           END-IF.

       RELEASE-COLLATERAL-SCREEN.
      *    Release one lien by hand
           DISPLAY 'Collateral ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-CLT-COLLATERAL-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid collateral ID.'
           ELSE
               CALL 'COLLATERAL' USING 'RELEASE-COLLATERAL'
                   WS-CLT-COLLATERAL-ID WS-CURRENT-OPERATOR-ID
                   COLLATERAL-RECORD WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   DISPLAY 'Lien released.'
               ELSE
                   DISPLAY 'Release refused.'
               END-IF
           END-IF.

       LIST-LOAN-COLLATERAL-SCREEN.
      *    List everything pledged against one loan
           DISPLAY 'Loan ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-CLT-LOAN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid loan ID.'
               GO TO LIST-LOAN-COLLATERAL-SCREEN-END
           END-IF.

           MOVE 0 TO WS-CLT-LIST-COUNT.
           MOVE WS-CLT-LOAN-ID TO COL-LOAN-ID.

           CALL 'FILES' USING 'OPEN-COLLATERAL-FILE-IO'.
           CALL 'FILES' USING 'START-COLLATERAL-BY-LOAN'
               COLLATERAL-RECORD WS-CLT-LIST-STATUS.

           IF WS-CLT-LIST-STATUS = '00'
               PERFORM LIST-NEXT-COLLATERAL-ROW
                   UNTIL WS-CLT-LIST-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-COLLATERAL-FILE'.

           IF WS-CLT-LIST-COUNT = 0
               DISPLAY 'No collateral on file for this loan.'
           END-IF.

       LIST-LOAN-COLLATERAL-SCREEN-END.
           EXIT.

       LIST-NEXT-COLLATERAL-ROW.
      *    Show one of the loan's collateral rows
           CALL 'FILES' USING 'READ-NEXT-COLLATERAL-BY-LOAN'
               COLLATERAL-RECORD WS-CLT-LIST-STATUS.

           IF WS-CLT-LIST-STATUS = '00'
               IF COL-LOAN-ID NOT = WS-CLT-LOAN-ID
                   MOVE '10' TO WS-CLT-LIST-STATUS
               ELSE
                   ADD 1 TO WS-CLT-LIST-COUNT
                   MOVE COL-VALUATION TO WS-CLT-DISPLAY-VALUE
                   DISPLAY COL-COLLATERAL-ID ' ' COL-TYPE ' '
                       COL-LIEN-STATUS ' ' WS-CLT-DISPLAY-VALUE
                       '  ' COL-DESCRIPTION(1:30)
               END-IF
           END-IF.

      ******************************************************************
      * PASSBOOK
      ******************************************************************

       HANDLE-PASSBOOK.
      *    Passbook counter work: print the unprinted entries into
      *    the book via the receipt printer, or reissue a lost book
      *    (see PASSBOOK.COB)
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'PASSBOOK UPDATE / REISSUE'.
           DISPLAY '--------------------------'.
           DISPLAY 'Account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-PBS-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-PASSBOOK-END
           END-IF.

           DISPLAY ' '.
           DISPLAY '  1 - Print passbook update'.
           DISPLAY '  2 - Reissue lost book'.
           DISPLAY '  0 - Cancel'.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-PBS-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-PBS-CHOICE
           END-IF.

           EVALUATE WS-PBS-CHOICE
               WHEN 1
                   CALL 'PASSBOOK' USING 'PRINT-PASSBOOK-UPDATE'
                       WS-PBS-ACCOUNT-ID WS-CURRENT-OPERATOR-ID
                       PASSBOOK-RECORD WS-PBS-LINES-PRINTED
                       WS-OPERATION-STATUS
                   IF WS-OPERATION-STATUS = '00'
                       DISPLAY 'Book ' PBK-BOOK-NUMBER
                           ' updated - ' WS-PBS-LINES-PRINTED
                           ' lines sent to the printer.'
                   ELSE
                       DISPLAY 'Update refused (not a SAVINGS '
                           'account?).'
                   END-IF
               WHEN 2
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       CALL 'PASSBOOK' USING 'REISSUE-PASSBOOK'
                           WS-PBS-ACCOUNT-ID
                           WS-CURRENT-OPERATOR-ID
                           PASSBOOK-RECORD WS-OPERATION-STATUS
                       IF WS-OPERATION-STATUS = '00'
                           DISPLAY 'Replacement book '
                               PBK-BOOK-NUMBER ' issued.'
                       ELSE
                           DISPLAY 'Reissue refused.'
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-PASSBOOK-END.
           EXIT.

      ******************************************************************
      * FUNDS HOLDS REGISTER
      ******************************************************************

       HANDLE-HOLDS-REGISTER.
      *    Itemized holds desk: place and release independent holds
      *    and list an account's open register (see HOLDS.COB). The
      *    plain Block Funds action remains for one-off operational
      *    holds with no case behind them.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'FUNDS HOLDS REGISTER'.
           DISPLAY '---------------------'.
           DISPLAY '  1 - Place a hold'.
           DISPLAY '  2 - Release a hold'.
           DISPLAY '  3 - List an account''s holds'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-FHS-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-FHS-CHOICE
           END-IF.

           EVALUATE WS-FHS-CHOICE
               WHEN 1
                   PERFORM PLACE-HOLD-SCREEN
                       THRU PLACE-HOLD-SCREEN-END
               WHEN 2
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RELEASE-HOLD-SCREEN
                   END-IF
               WHEN 3
                   PERFORM LIST-HOLDS-SCREEN
                       THRU LIST-HOLDS-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-HOLDS-REGISTER-END.
           EXIT.

       PLACE-HOLD-SCREEN.
      *    Capture and place one itemized hold
           DISPLAY 'Account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-FHS-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO PLACE-HOLD-SCREEN-END
           END-IF.

           DISPLAY 'Amount: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-FHS-AMOUNT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount.'
               GO TO PLACE-HOLD-SCREEN-END
           END-IF.

           DISPLAY 'Reason: 1 OPERATIONAL  2 LEGAL  3 FRAUD: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-FHS-REASON-CHOICE WS-USER-INPUT-VALID.

           EVALUATE WS-FHS-REASON-CHOICE
               WHEN 2
                   MOVE 'LEGAL' TO WS-FHS-REASON
               WHEN 3
                   MOVE 'FRAUD' TO WS-FHS-REASON
               WHEN OTHER
                   MOVE 'OPERATIONAL' TO WS-FHS-REASON
           END-EVALUATE.

           DISPLAY 'Case reference: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-FHS-CASE-REF WS-USER-INPUT-VALID.

           DISPLAY 'Expiry date (CCYYMMDD, 0 = none): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-DATE-INPUT'
               WS-FHS-EXPIRY WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-FHS-EXPIRY
           END-IF.

           CALL 'HOLDS' USING 'PLACE-FUNDS-HOLD'
               WS-FHS-ACCOUNT-ID WS-FHS-AMOUNT WS-FHS-REASON
               WS-FHS-CASE-REF WS-FHS-EXPIRY
               WS-CURRENT-OPERATOR-ID FUNDS-HOLD-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Hold placed. Hold ID: ' FHR-HOLD-ID
           ELSE
               DISPLAY 'Hold refused (insufficient available '
                   'funds?).'
           END-IF.

       PLACE-HOLD-SCREEN-END.
           EXIT.

       RELEASE-HOLD-SCREEN.
      *    Release one register hold by its ID
           DISPLAY 'Hold ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-FHS-HOLD-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid hold ID.'
           ELSE
               CALL 'HOLDS' USING 'RELEASE-FUNDS-HOLD'
                   WS-FHS-HOLD-ID WS-CURRENT-OPERATOR-ID
                   FUNDS-HOLD-RECORD WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   DISPLAY 'Hold released - the account''s other '
                       'holds stand untouched.'
               ELSE
                   DISPLAY 'Release refused.'
               END-IF
           END-IF.

       LIST-HOLDS-SCREEN.
      *    List every register row on one account
           DISPLAY 'Account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-FHS-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO LIST-HOLDS-SCREEN-END
           END-IF.

           MOVE 0 TO WS-FHS-LIST-COUNT.
           MOVE WS-FHS-ACCOUNT-ID TO FHR-ACCOUNT-ID.

           CALL 'FILES' USING 'OPEN-FUNDS-HOLD-FILE-IO'.
           CALL 'FILES' USING 'START-FUNDS-HOLD-BY-ACCOUNT'
               FUNDS-HOLD-RECORD WS-FHS-LIST-STATUS.

           IF WS-FHS-LIST-STATUS = '00'
               PERFORM LIST-NEXT-HOLD-ROW
                   UNTIL WS-FHS-LIST-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-FUNDS-HOLD-FILE'.

           IF WS-FHS-LIST-COUNT = 0
               DISPLAY 'No registered holds on this account.'
           END-IF.

       LIST-HOLDS-SCREEN-END.
           EXIT.

       LIST-NEXT-HOLD-ROW.
      *    Show one of the account's register rows
           CALL 'FILES' USING 'READ-NEXT-FUNDS-HOLD-BY-ACCT'
               FUNDS-HOLD-RECORD WS-FHS-LIST-STATUS.

           IF WS-FHS-LIST-STATUS = '00'
               IF FHR-ACCOUNT-ID NOT = WS-FHS-ACCOUNT-ID
                   MOVE '10' TO WS-FHS-LIST-STATUS
               ELSE
                   ADD 1 TO WS-FHS-LIST-COUNT
                   MOVE FHR-AMOUNT TO WS-FHS-DISPLAY-AMOUNT
                   DISPLAY FHR-HOLD-ID ' ' FHR-STATUS ' '
                       FHR-REASON-CODE ' ' WS-FHS-DISPLAY-AMOUNT
                       '  ' FHR-CASE-REFERENCE
                       '  Exp: ' FHR-EXPIRY-DATE
               END-IF
           END-IF.

      ******************************************************************
      * MEMO DISPLAY AT ACCOUNT LOAD
      ******************************************************************

       SHOW-ACCOUNT-MEMOS.
      *    Show every active, unexpired memo attached to the loaded
      *    account or its customer (see MEMOS.COB)
      *    Input: WS-CURRENT-ACCOUNT-ID, ACCOUNT-RECORD (loaded)
      *    Output: WS-MEMO-HARDSTOP
           MOVE 0 TO WS-MEMO-SHOWN-COUNT.
           MOVE 0 TO WS-MEMO-HARDSTOP.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE' WS-MEMO-TODAY.

      *    Account-level memos via the account alternate key
           MOVE WS-CURRENT-ACCOUNT-ID TO MEM-ACCOUNT-ID.
           CALL 'FILES' USING 'OPEN-MEMO-FILE-IO'.
           CALL 'FILES' USING 'START-MEMO-BY-ACCOUNT' MEMO-RECORD
               WS-MEMO-SCAN-STATUS.
           IF WS-MEMO-SCAN-STATUS = '00'
               PERFORM SHOW-NEXT-ACCOUNT-MEMO
                   UNTIL WS-MEMO-SCAN-STATUS = '10'
           END-IF.
           CALL 'FILES' USING 'CLOSE-MEMO-FILE'.

      *    Customer-level memos, when the account has a customer
           IF ACC-CUSTOMER-ID > 0
               MOVE ACC-CUSTOMER-ID TO MEM-CUSTOMER-ID
               CALL 'FILES' USING 'OPEN-MEMO-FILE-IO'
               CALL 'FILES' USING 'START-MEMO-BY-CUSTOMER'
                   MEMO-RECORD WS-MEMO-SCAN-STATUS
               IF WS-MEMO-SCAN-STATUS = '00'
                   PERFORM SHOW-NEXT-CUSTOMER-MEMO
                       UNTIL WS-MEMO-SCAN-STATUS = '10'
               END-IF
               CALL 'FILES' USING 'CLOSE-MEMO-FILE'
           END-IF.

       SHOW-NEXT-ACCOUNT-MEMO.
      *    Read and show one of the account's memos
           CALL 'FILES' USING 'READ-NEXT-MEMO' MEMO-RECORD
               WS-MEMO-SCAN-STATUS.

           IF WS-MEMO-SCAN-STATUS = '00'
               IF MEM-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
                   MOVE '10' TO WS-MEMO-SCAN-STATUS
               ELSE
                   PERFORM SHOW-ONE-MEMO-LINE
                       THRU SHOW-ONE-MEMO-LINE-END
               END-IF
           END-IF.

       SHOW-NEXT-CUSTOMER-MEMO.
      *    Read and show one of the customer's memos (account-less
      *    rows only, so account memos never print twice)
           CALL 'FILES' USING 'READ-NEXT-MEMO' MEMO-RECORD
               WS-MEMO-SCAN-STATUS.

           IF WS-MEMO-SCAN-STATUS = '00'
               IF MEM-CUSTOMER-ID NOT = ACC-CUSTOMER-ID
                   MOVE '10' TO WS-MEMO-SCAN-STATUS
               ELSE
                   IF MEM-ACCOUNT-ID = 0
                       PERFORM SHOW-ONE-MEMO-LINE
                           THRU SHOW-ONE-MEMO-LINE-END
                   END-IF
               END-IF
           END-IF.

       SHOW-ONE-MEMO-LINE.
      *    Show one memo if active and unexpired
           IF NOT MEM-ACTIVE
               GO TO SHOW-ONE-MEMO-LINE-END
           END-IF.
           IF MEM-EXPIRY-DATE > 0 AND
                   MEM-EXPIRY-DATE < WS-MEMO-TODAY
               GO TO SHOW-ONE-MEMO-LINE-END
           END-IF.

           IF WS-MEMO-SHOWN-COUNT = 0
               DISPLAY ' '
               DISPLAY '*** MEMOS ON FILE ***'
           END-IF.
           ADD 1 TO WS-MEMO-SHOWN-COUNT.

           DISPLAY MEM-CATEGORY ' ' MEM-TEXT.
           DISPLAY '          (memo ' MEM-MEMO-ID ' by operator '
               MEM-AUTHOR-OP-ID ')'.

           IF MEM-CAT-HARDSTOP
               MOVE 1 TO WS-MEMO-HARDSTOP
           END-IF.

       SHOW-ONE-MEMO-LINE-END.
           EXIT.

       ACKNOWLEDGE-HARDSTOP-MEMO.
      *    A hard-stop note demands a supervisor's recorded
      *    acknowledgment before the account opens for work; a
      *    teller session is refused outright
           DISPLAY ' '.
           DISPLAY '*** HARD STOP - supervisor acknowledgment '
               'required before this account opens ***'.

           IF NOT CURRENT-OP-SUPERVISOR
               DISPLAY 'This session is not a supervisor - account '
                   'not loaded.'
               MOVE 0 TO WS-ACCOUNT-LOADED
               GO TO ACKNOWLEDGE-HARDSTOP-MEMO-END
           END-IF.

           DISPLAY 'Acknowledge and proceed?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 1
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-CURRENT-OPERATOR-ID 'MEMO-ACK'
                   WS-CURRENT-ACCOUNT-ID
                   'Hard-stop memo acknowledged'
                   WS-MEMO-AUDIT-STATUS
               DISPLAY 'Acknowledged - proceed with care.'
           ELSE
               DISPLAY 'Not acknowledged - account not loaded.'
               MOVE 0 TO WS-ACCOUNT-LOADED
           END-IF.

       ACKNOWLEDGE-HARDSTOP-MEMO-END.
           EXIT.

      ******************************************************************
      * MEMO MAINTENANCE DESK
      ******************************************************************

       HANDLE-MEMO-DESK.
      *    Attach and retire memos (see MEMOS.COB)
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'ACCOUNT / CUSTOMER MEMOS'.
           DISPLAY '-------------------------'.
           DISPLAY '  1 - Attach a memo'.
           DISPLAY '  2 - Retire a memo'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-MEMO-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-MEMO-CHOICE
           END-IF.

           EVALUATE WS-MEMO-CHOICE
               WHEN 1
                   PERFORM ATTACH-MEMO-SCREEN
                       THRU ATTACH-MEMO-SCREEN-END
               WHEN 2
                   PERFORM RETIRE-MEMO-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-MEMO-DESK-END.
           EXIT.

       ATTACH-MEMO-SCREEN.
      *    Capture one memo; HARDSTOP is a supervisor-only category
           DISPLAY 'Attach to: 1 = account, 2 = customer: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-MEMO-TARGET-CHOICE WS-USER-INPUT-VALID.

           MOVE 0 TO WS-MEMO-ACCOUNT-INPUT.
           MOVE 0 TO WS-MEMO-CUSTOMER-INPUT.

           IF WS-MEMO-TARGET-CHOICE = 2
               DISPLAY 'Customer ID: ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-ACCOUNT-ID'
                   WS-MEMO-CUSTOMER-INPUT WS-USER-INPUT-VALID
           ELSE
               DISPLAY 'Account ID: ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-ACCOUNT-ID'
                   WS-MEMO-ACCOUNT-INPUT WS-USER-INPUT-VALID
           END-IF.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid ID.'
               GO TO ATTACH-MEMO-SCREEN-END
           END-IF.

           DISPLAY 'Category: 1 INFO  2 SERVICE  3 HARDSTOP: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-MEMO-CATEGORY-CHOICE WS-USER-INPUT-VALID.

           EVALUATE WS-MEMO-CATEGORY-CHOICE
               WHEN 2
                   MOVE 'SERVICE' TO WS-MEMO-CATEGORY
               WHEN 3
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF NOT ROLE-CHECK-PASSED
                       GO TO ATTACH-MEMO-SCREEN-END
                   END-IF
                   MOVE 'HARDSTOP' TO WS-MEMO-CATEGORY
               WHEN OTHER
                   MOVE 'INFO' TO WS-MEMO-CATEGORY
           END-EVALUATE.

           DISPLAY 'Memo text: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-MEMO-TEXT-INPUT WS-USER-INPUT-VALID.

           DISPLAY 'Expiry date (CCYYMMDD, 0 = never): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-DATE-INPUT'
               WS-MEMO-EXPIRY-INPUT WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-MEMO-EXPIRY-INPUT
           END-IF.

           CALL 'MEMOS' USING 'ADD-MEMO'
               WS-MEMO-ACCOUNT-INPUT WS-MEMO-CUSTOMER-INPUT
               WS-MEMO-CATEGORY WS-MEMO-TEXT-INPUT
               WS-MEMO-EXPIRY-INPUT WS-CURRENT-OPERATOR-ID
               MEMO-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Memo attached. ID: ' MEM-MEMO-ID
           ELSE
               DISPLAY 'Memo refused.'
           END-IF.

       ATTACH-MEMO-SCREEN-END.
           EXIT.

       RETIRE-MEMO-SCREEN.
      *    Retire one memo by its ID
           DISPLAY 'Memo ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-MEMO-ID-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid memo ID.'
           ELSE
               CALL 'MEMOS' USING 'REMOVE-MEMO'
                   WS-MEMO-ID-INPUT WS-CURRENT-OPERATOR-ID
                   MEMO-RECORD WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   DISPLAY 'Memo retired.'
               ELSE
                   DISPLAY 'Retire refused.'
               END-IF
           END-IF.

      ******************************************************************
      * AUTHORIZED SIGNER REGISTER
      ******************************************************************

       HANDLE-SIGNER-REGISTER.
      *    Power-of-attorney desk: register, revoke and list the
      *    signers who may act on an account without owning the
      *    money in it (see SIGNERS.COB)
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'AUTHORIZED SIGNER REGISTER'.
           DISPLAY '---------------------------'.
           DISPLAY '  1 - Register a signer'.
           DISPLAY '  2 - Revoke a signer'.
           DISPLAY '  3 - List an account''s signers'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-SGR-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SGR-CHOICE
           END-IF.

           EVALUATE WS-SGR-CHOICE
               WHEN 1
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM REGISTER-SIGNER-SCREEN
                           THRU REGISTER-SIGNER-SCREEN-END
                   END-IF
               WHEN 2
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM REVOKE-SIGNER-SCREEN
                   END-IF
               WHEN 3
                   PERFORM LIST-SIGNERS-SCREEN
                       THRU LIST-SIGNERS-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-SIGNER-REGISTER-END.
           EXIT.

       REGISTER-SIGNER-SCREEN.
      *    Capture one signer's mandate
           DISPLAY 'Account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SGR-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO REGISTER-SIGNER-SCREEN-END
           END-IF.

           DISPLAY 'Signer name: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-SGR-NAME WS-USER-INPUT-VALID.

           DISPLAY 'Signer tax ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-SGR-TAX-ID WS-USER-INPUT-VALID.

           DISPLAY 'Scope: 1 = inquiry only, 2 = debit up to cap: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-SGR-SCOPE-CHOICE WS-USER-INPUT-VALID.

           MOVE 0 TO WS-SGR-CAP.
           IF WS-SGR-SCOPE-CHOICE = 2
               MOVE 'DEBIT' TO WS-SGR-SCOPE
               DISPLAY 'Debit cap (0 = no cap): ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-AMOUNT'
                   WS-SGR-CAP WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                   MOVE 0 TO WS-SGR-CAP
               END-IF
           ELSE
               MOVE 'INQUIRY' TO WS-SGR-SCOPE
           END-IF.

           DISPLAY 'Valid from (CCYYMMDD): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-DATE-INPUT'
               WS-SGR-VALID-FROM WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SGR-VALID-FROM
           END-IF.

           DISPLAY 'Valid to (CCYYMMDD, 0 = open-ended): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-DATE-INPUT'
               WS-SGR-VALID-TO WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SGR-VALID-TO
           END-IF.

           CALL 'SIGNERS' USING 'REGISTER-SIGNER'
               WS-SGR-ACCOUNT-ID WS-SGR-NAME WS-SGR-TAX-ID
               WS-SGR-SCOPE WS-SGR-CAP WS-SGR-VALID-FROM
               WS-SGR-VALID-TO WS-CURRENT-OPERATOR-ID
               SIGNER-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Signer registered. ID: ' SGN-SIGNER-ID
           ELSE
               DISPLAY 'Registration refused.'
           END-IF.

       REGISTER-SIGNER-SCREEN-END.
           EXIT.

       REVOKE-SIGNER-SCREEN.
      *    Revoke one signer by ID
           DISPLAY 'Signer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SGR-SIGNER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid signer ID.'
           ELSE
               CALL 'SIGNERS' USING 'REVOKE-SIGNER'
                   WS-SGR-SIGNER-ID WS-CURRENT-OPERATOR-ID
                   SIGNER-RECORD WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   DISPLAY 'Signer revoked.'
               ELSE
                   DISPLAY 'Revocation refused.'
               END-IF
           END-IF.

       LIST-SIGNERS-SCREEN.
      *    List every signer row on one account
           DISPLAY 'Account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SGR-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO LIST-SIGNERS-SCREEN-END
           END-IF.

           MOVE 0 TO WS-SGR-LIST-COUNT.
           MOVE WS-SGR-ACCOUNT-ID TO SGN-ACCOUNT-ID.

           CALL 'FILES' USING 'OPEN-SIGNER-FILE-IO'.
           CALL 'FILES' USING 'START-SIGNER-BY-ACCOUNT'
               SIGNER-RECORD WS-SGR-LIST-STATUS.

           IF WS-SGR-LIST-STATUS = '00'
               PERFORM LIST-NEXT-SIGNER-ROW
                   UNTIL WS-SGR-LIST-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-SIGNER-FILE'.

           IF WS-SGR-LIST-COUNT = 0
               DISPLAY 'No signers on file for this account.'
           END-IF.

       LIST-SIGNERS-SCREEN-END.
           EXIT.

       LIST-NEXT-SIGNER-ROW.
      *    Show one of the account's signer rows
           CALL 'FILES' USING 'READ-NEXT-SIGNER-BY-ACCOUNT'
               SIGNER-RECORD WS-SGR-LIST-STATUS.

           IF WS-SGR-LIST-STATUS = '00'
               IF SGN-ACCOUNT-ID NOT = WS-SGR-ACCOUNT-ID
                   MOVE '10' TO WS-SGR-LIST-STATUS
               ELSE
                   ADD 1 TO WS-SGR-LIST-COUNT
                   MOVE SGN-DEBIT-CAP TO WS-SGR-DISPLAY-CAP
                   DISPLAY SGN-SIGNER-ID ' ' SGN-STATUS ' '
                       SGN-SCOPE ' ' SGN-NAME
                   DISPLAY '          Cap: ' WS-SGR-DISPLAY-CAP
                       '  From ' SGN-VALID-FROM
                       ' to ' SGN-VALID-TO
               END-IF
           END-IF.

      ******************************************************************
      * JUDICIAL GARNISHMENT ORDERS
      ******************************************************************

       HANDLE-GARNISHMENT-DESK.
      *    Garnishment desk: register and cancel judicial orders
      *    and list an account's orders (see GARNISH.COB); the
      *    nightly remittance batch moves the seized money
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'JUDICIAL GARNISHMENT ORDERS'.
           DISPLAY '----------------------------'.
           DISPLAY '  1 - Register an order'.
           DISPLAY '  2 - Cancel an order'.
           DISPLAY '  3 - List an account''s orders'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-GDS-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-GDS-CHOICE
           END-IF.

           EVALUATE WS-GDS-CHOICE
               WHEN 1
                   PERFORM REGISTER-GARNISHMENT-SCREEN
                       THRU REGISTER-GARNISHMENT-SCREEN-END
               WHEN 2
                   PERFORM CANCEL-GARNISHMENT-SCREEN
               WHEN 3
                   PERFORM LIST-GARNISHMENTS-SCREEN
                       THRU LIST-GARNISHMENTS-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-GARNISHMENT-DESK-END.
           EXIT.

       REGISTER-GARNISHMENT-SCREEN.
      *    Capture one judicial order
           DISPLAY 'Debtor account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-GDS-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO REGISTER-GARNISHMENT-SCREEN-END
           END-IF.

           DISPLAY 'Creditor: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-GDS-CREDITOR WS-USER-INPUT-VALID.

           DISPLAY 'Court case reference: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-GDS-CASE-REF WS-USER-INPUT-VALID.

           DISPLAY 'Total owed: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-GDS-TOTAL WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount.'
               GO TO REGISTER-GARNISHMENT-SCREEN-END
           END-IF.

           DISPLAY 'Protected minimum (exempt amount): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-GDS-EXEMPT WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-GDS-EXEMPT
           END-IF.

           DISPLAY 'Priority (1 = highest): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-GDS-PRIORITY WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 99 TO WS-GDS-PRIORITY
           END-IF.

           DISPLAY 'Authority remittance account: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-GDS-REMIT-ACCT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid remittance account.'
               GO TO REGISTER-GARNISHMENT-SCREEN-END
           END-IF.

           CALL 'GARNISH' USING 'REGISTER-GARNISHMENT'
               WS-GDS-ACCOUNT-ID WS-GDS-CREDITOR WS-GDS-CASE-REF
               WS-GDS-TOTAL WS-GDS-EXEMPT WS-GDS-PRIORITY
               WS-GDS-REMIT-ACCT WS-CURRENT-OPERATOR-ID
               GARNISHMENT-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Order registered. ID: ' GRN-ORDER-ID
           ELSE
               DISPLAY 'Registration refused.'
           END-IF.

       REGISTER-GARNISHMENT-SCREEN-END.
           EXIT.

       CANCEL-GARNISHMENT-SCREEN.
      *    Cancel one order (withdrawn or quashed)
           DISPLAY 'Order ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-GDS-ORDER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid order ID.'
           ELSE
               CALL 'GARNISH' USING 'CANCEL-GARNISHMENT'
                   WS-GDS-ORDER-ID WS-CURRENT-OPERATOR-ID
                   GARNISHMENT-RECORD WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   DISPLAY 'Order cancelled - seizure released.'
               ELSE
                   DISPLAY 'Cancellation refused.'
               END-IF
           END-IF.

       LIST-GARNISHMENTS-SCREEN.
      *    List every order on one debtor account
           DISPLAY 'Debtor account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-GDS-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO LIST-GARNISHMENTS-SCREEN-END
           END-IF.

           MOVE 0 TO WS-GDS-LIST-COUNT.
           MOVE WS-GDS-ACCOUNT-ID TO GRN-ACCOUNT-ID.

           CALL 'FILES' USING 'OPEN-GARNISH-FILE-IO'.
           CALL 'FILES' USING 'START-GARNISH-BY-ACCOUNT'
               GARNISHMENT-RECORD WS-GDS-LIST-STATUS.

           IF WS-GDS-LIST-STATUS = '00'
               PERFORM LIST-NEXT-GARNISHMENT-ROW
                   UNTIL WS-GDS-LIST-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-GARNISH-FILE'.

           IF WS-GDS-LIST-COUNT = 0
               DISPLAY 'No orders on file for this account.'
           END-IF.

       LIST-GARNISHMENTS-SCREEN-END.
           EXIT.

       LIST-NEXT-GARNISHMENT-ROW.
      *    Show one of the account's orders
           CALL 'FILES' USING 'READ-NEXT-GARNISH-BY-ACCOUNT'
               GARNISHMENT-RECORD WS-GDS-LIST-STATUS.

           IF WS-GDS-LIST-STATUS = '00'
               IF GRN-ACCOUNT-ID NOT = WS-GDS-ACCOUNT-ID
                   MOVE '10' TO WS-GDS-LIST-STATUS
               ELSE
                   ADD 1 TO WS-GDS-LIST-COUNT
                   DISPLAY GRN-ORDER-ID ' ' GRN-STATUS ' P'
                       GRN-PRIORITY ' ' GRN-CREDITOR
                   MOVE GRN-TOTAL-OWED TO WS-GDS-DISPLAY-AMT
                   DISPLAY '          Owed: ' WS-GDS-DISPLAY-AMT
                       WITH NO ADVANCING
                   MOVE GRN-COLLECTED TO WS-GDS-DISPLAY-AMT
                   DISPLAY '  Collected: ' WS-GDS-DISPLAY-AMT
                       WITH NO ADVANCING
                   MOVE GRN-SEIZED-AMT TO WS-GDS-DISPLAY-AMT
                   DISPLAY '  Seized: ' WS-GDS-DISPLAY-AMT
               END-IF
           END-IF.

      ******************************************************************
      * DUPLICATE CUSTOMER MERGE
      ******************************************************************

       HANDLE-CUSTOMER-MERGE.
      *    Supervised merge of a duplicate customer into its
      *    survivor, worked from the CUSTDUP candidate report (see
      *    MERGE-CUSTOMERS in CUSTOMER.COB)
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'MERGE DUPLICATE CUSTOMERS'.
           DISPLAY '--------------------------'.
           DISPLAY 'Surviving customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-CMG-SURVIVOR-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid customer ID.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-CUSTOMER-MERGE-END
           END-IF.

           DISPLAY 'Duplicate customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-CMG-DUPLICATE-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid customer ID.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-CUSTOMER-MERGE-END
           END-IF.

      *    Show both identities before anything moves
           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               WS-CMG-SURVIVOR-ID CUSTOMER-RECORD
               WS-OPERATION-STATUS.
           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Survivor:  ' CUS-ID ' ' CUS-NAME
                   ' ' CUS-TAX-ID
           END-IF.

           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               WS-CMG-DUPLICATE-ID CUSTOMER-RECORD
               WS-OPERATION-STATUS.
           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Duplicate: ' CUS-ID ' ' CUS-NAME
                   ' ' CUS-TAX-ID
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Merge the duplicate into the survivor?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Merge cancelled.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-CUSTOMER-MERGE-END
           END-IF.

           CALL 'CUSTOMER' USING 'MERGE-CUSTOMERS'
               WS-CMG-SURVIVOR-ID WS-CMG-DUPLICATE-ID
               WS-CURRENT-OPERATOR-ID WS-CMG-REPOINTED
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY ' '
               DISPLAY 'Merged. Accounts re-pointed: '
                   WS-CMG-REPOINTED
               DISPLAY 'The duplicate is retired to INACTIVE; the '
                   'audit trail carries the before/after.'
           ELSE
               DISPLAY ' '
               DISPLAY 'Merge refused.'
           END-IF.

           DISPLAY ' '
           DISPLAY 'Press ENTER to continue...'
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-CUSTOMER-MERGE-END.
           EXIT.

       SET-CARD-PIN-SCREEN.
      *    Record the customer's kiosk PIN on one of their cards
           DISPLAY 'Card number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-KSK-CARD-NUMBER WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid card number.'
               GO TO SET-CARD-PIN-SCREEN-END
           END-IF.

           DISPLAY 'New 4-digit PIN: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-PIN-INPUT'
               WS-KSK-PIN WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid PIN.'
               GO TO SET-CARD-PIN-SCREEN-END
           END-IF.

           CALL 'CARDS' USING 'SET-CARD-PIN'
               WS-KSK-CARD-NUMBER WS-KSK-PIN(1:4)
               CARD-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'PIN recorded - the card can now be used at '
                   'the kiosk.'
           ELSE
               DISPLAY 'PIN could not be recorded.'
           END-IF.

       SET-CARD-PIN-SCREEN-END.
           EXIT.

      ******************************************************************
      * KIOSK MODE (customer self-service)
      ******************************************************************

       HANDLE-KIOSK-MODE.
      *    Restricted self-service loop: a customer keys their card
      *    number and card PIN and sees current balance, available
      *    balance and the last ten ledger entries. No posting
      *    function is reachable from here - the loop only ever
      *    reads - and every inquiry is logged. The loop runs until
      *    card number zero hands the terminal back.
           MOVE 0 TO WS-KSK-DONE.

           PERFORM KIOSK-ONE-INQUIRY
               THRU KIOSK-ONE-INQUIRY-END
               UNTIL KIOSK-SESSION-DONE.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-KIOSK-MODE-END.
           EXIT.

       KIOSK-ONE-INQUIRY.
      *    Serve one customer at the kiosk
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           DISPLAY '================================================'.
           DISPLAY 'SELF-SERVICE TERMINAL'.
           DISPLAY '================================================'.
           CALL 'SCREENS' USING 'RENDER-TRAINING-BANNER'.
           DISPLAY ' '.
           DISPLAY 'Card number (0 exits kiosk mode): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-KSK-CARD-NUMBER WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-KSK-CARD-NUMBER = 0
               MOVE 1 TO WS-KSK-DONE
               GO TO KIOSK-ONE-INQUIRY-END
           END-IF.

           DISPLAY 'PIN: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-PIN-INPUT'
               WS-KSK-PIN WS-USER-INPUT-VALID.

           CALL 'CARDS' USING 'VERIFY-CARD-PIN'
               WS-KSK-CARD-NUMBER WS-KSK-PIN(1:4)
               CARD-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY ' '
               DISPLAY 'Card or PIN not recognized.'
               DISPLAY 'Press ENTER...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               GO TO KIOSK-ONE-INQUIRY-END
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               CRD-ACCOUNT-ID ACCOUNT-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Account unavailable.'
               DISPLAY 'Press ENTER...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               GO TO KIOSK-ONE-INQUIRY-END
           END-IF.

      *    Every self-service inquiry is logged
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               0 'KIOSK-INQ' ACC-ID
               'Self-service balance/mini-statement inquiry'
               WS-KSK-AUDIT-STATUS.

           MOVE ACC-BALANCE TO WS-KSK-DISPLAY-BALANCE.
           COMPUTE WS-KSK-AVAILABLE =
               ACC-BALANCE - ACC-BLOCKED-AMT.
           MOVE WS-KSK-AVAILABLE TO WS-KSK-DISPLAY-AVAIL.

           DISPLAY ' '.
           DISPLAY 'Account:           ' ACC-ID.
           DISPLAY 'Current balance:   ' WS-KSK-DISPLAY-BALANCE
               ' ' ACC-CURRENCY.
           DISPLAY 'Available balance: ' WS-KSK-DISPLAY-AVAIL
               ' ' ACC-CURRENCY.
           DISPLAY ' '.
           DISPLAY 'LAST MOVEMENTS'.
           DISPLAY '------------------------------------------------'.

           MOVE ACC-ID TO LQR-ACCOUNT-ID.
           CALL 'LEDGER' USING 'QUERY-LEDGER-BY-ACCOUNT'
               LEDGER-QUERY-RESULT.

      *    Show only the newest ten entries
           IF LQR-ENTRY-COUNT > 10
               COMPUTE WS-KSK-FIRST-SHOWN = LQR-ENTRY-COUNT - 9
           ELSE
               MOVE 1 TO WS-KSK-FIRST-SHOWN
           END-IF.

           IF LQR-ENTRY-COUNT = 0
               DISPLAY '  (no movements on record)'
           ELSE
               PERFORM KIOSK-SHOW-ONE-ENTRY
                   VARYING WS-KSK-ENTRY-IDX
                   FROM WS-KSK-FIRST-SHOWN BY 1
                   UNTIL WS-KSK-ENTRY-IDX > LQR-ENTRY-COUNT
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'Press ENTER when finished...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

       KIOSK-ONE-INQUIRY-END.
           EXIT.

       KIOSK-SHOW-ONE-ENTRY.
      *    Show one mini-statement line
           MOVE LQR-ENTRY-AMOUNT(WS-KSK-ENTRY-IDX)
               TO WS-KSK-DISPLAY-AMOUNT.
           DISPLAY '  '
               LQR-ENTRY-TIMESTAMP(WS-KSK-ENTRY-IDX)(1:8) ' '
               LQR-ENTRY-TYPE(WS-KSK-ENTRY-IDX) ' '
               WS-KSK-DISPLAY-AMOUNT.

      ******************************************************************
      * ACCOUNT FEE PLAN ASSIGNMENT
      ******************************************************************

       HANDLE-FEE-PLAN.
      *    Assign an account's relationship fee plan (see
      *    SET-FEE-PLAN in ACCOUNT.COB)
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'ASSIGN ACCOUNT FEE PLAN'.
           DISPLAY '------------------------'.
           DISPLAY 'Account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-FPL-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-FEE-PLAN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY '  1 - STANDARD (plain tariff)'.
           DISPLAY '  2 - BUNDLE   (package fee, free transfers)'.
           DISPLAY '  3 - SENIOR   (transaction fees exempt)'.
           DISPLAY '  4 - PAYROLL  (transaction fees exempt)'.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-FPL-CHOICE WS-USER-INPUT-VALID.

           EVALUATE WS-FPL-CHOICE
               WHEN 2
                   MOVE 'BUNDLE' TO WS-FPL-PLAN
               WHEN 3
                   MOVE 'SENIOR' TO WS-FPL-PLAN
               WHEN 4
                   MOVE 'PAYROLL' TO WS-FPL-PLAN
               WHEN OTHER
                   MOVE 'STANDARD' TO WS-FPL-PLAN
           END-EVALUATE.

           CALL 'ACCOUNT' USING 'SET-FEE-PLAN'
               WS-FPL-ACCOUNT-ID WS-FPL-PLAN
               WS-CURRENT-OPERATOR-ID ACCOUNT-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY ' '
               DISPLAY 'Plan assigned: ' WS-FPL-PLAN
           ELSE
               DISPLAY ' '
               DISPLAY 'Plan could not be assigned.'
           END-IF.

           DISPLAY ' '
           DISPLAY 'Press ENTER to continue...'
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-FEE-PLAN-END.
           EXIT.

      ******************************************************************
      * HOLIDAY CALENDAR MAINTENANCE
      ******************************************************************

       HANDLE-HOLIDAY-CALENDAR.
      *    Maintain the holiday calendar file CALENDAR.COB loads
      *    once per run: list it, add a year-specific (floating)
      *    date or a recurring month/day, or remove an entry.
      *    Additions and removals are submitted for a second
      *    operator's approval under reference data change control;
      *    once applied they are picked up by the next program start
      *    - a run already going keeps the calendar it loaded.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'HOLIDAY CALENDAR'.
           DISPLAY '-----------------'.
           DISPLAY '  1 - List the calendar'.
           DISPLAY '  2 - Add a dated holiday (CCYYMMDD - floating '
               'feasts like Carnival)'.
           DISPLAY '  3 - Add a recurring holiday (MMDD)'.
           DISPLAY '  4 - Remove an entry'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-HCAL-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-HCAL-CHOICE
           END-IF.

           EVALUATE WS-HCAL-CHOICE
               WHEN 1
                   PERFORM LIST-HOLIDAY-CALENDAR
               WHEN 2
                   PERFORM ADD-DATED-HOLIDAY
                       THRU ADD-DATED-HOLIDAY-END
               WHEN 3
                   PERFORM ADD-RECURRING-HOLIDAY
                       THRU ADD-RECURRING-HOLIDAY-END
               WHEN 4
                   PERFORM REMOVE-HOLIDAY-ENTRY
                       THRU REMOVE-HOLIDAY-ENTRY-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-HOLIDAY-CALENDAR-END.
           EXIT.

       READ-CALENDAR-INTO-TABLE.
      *    Read the whole calendar file into the working table
           MOVE 0 TO WS-HCAL-COUNT.
           CALL 'FILES' USING 'OPEN-HOLIDAY-FILE-INPUT'
               WS-HCAL-STATUS.

           PERFORM READ-NEXT-CALENDAR-LINE
               UNTIL WS-HCAL-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-HOLIDAY-FILE'.

       READ-NEXT-CALENDAR-LINE.
      *    Note one calendar line
           CALL 'FILES' USING 'READ-NEXT-HOLIDAY-LINE'
               HOLIDAY-FILE-LINE WS-HCAL-STATUS.

           IF WS-HCAL-STATUS = '00' AND WS-HCAL-COUNT < 200
               ADD 1 TO WS-HCAL-COUNT
               MOVE HOLIDAY-FILE-LINE
                   TO WS-HCAL-LINE(WS-HCAL-COUNT)
           END-IF.

       LIST-HOLIDAY-CALENDAR.
      *    Show the calendar, numbered for the remove option
           PERFORM READ-CALENDAR-INTO-TABLE.
           DISPLAY ' '.
           PERFORM LIST-ONE-CALENDAR-LINE
               VARYING WS-HCAL-IDX FROM 1 BY 1
               UNTIL WS-HCAL-IDX > WS-HCAL-COUNT.
           DISPLAY '(' WS-HCAL-COUNT ' entries)'.

       LIST-ONE-CALENDAR-LINE.
      *    Show one numbered calendar line
           DISPLAY WS-HCAL-IDX ' ' WS-HCAL-LINE(WS-HCAL-IDX).

       ADD-DATED-HOLIDAY.
      *    Submit the addition of one year-specific holiday
           DISPLAY 'Holiday date (CCYYMMDD): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-DATE-INPUT'
               WS-HCAL-DATE-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid date.'
               GO TO ADD-DATED-HOLIDAY-END
           END-IF.

           DISPLAY 'Description: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-HCAL-DESC-INPUT WS-USER-INPUT-VALID.

           MOVE SPACES TO WS-HCAL-LINE-BUILD.
           STRING WS-HCAL-DATE-INPUT ' ' WS-HCAL-DESC-INPUT
               DELIMITED BY SIZE INTO WS-HCAL-LINE-BUILD.

           PERFORM SUBMIT-HOLIDAY-ADDITION.

       ADD-DATED-HOLIDAY-END.
           EXIT.

       ADD-RECURRING-HOLIDAY.
      *    Submit the addition of one every-year holiday
           DISPLAY 'Month and day (MMDD): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-HCAL-MMDD-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid month/day.'
               GO TO ADD-RECURRING-HOLIDAY-END
           END-IF.

           DISPLAY 'Description: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-HCAL-DESC-INPUT WS-USER-INPUT-VALID.

           MOVE SPACES TO WS-HCAL-LINE-BUILD.
           STRING WS-HCAL-MMDD-INPUT ' ' WS-HCAL-DESC-INPUT
               DELIMITED BY SIZE INTO WS-HCAL-LINE-BUILD.

           PERFORM SUBMIT-HOLIDAY-ADDITION.

       ADD-RECURRING-HOLIDAY-END.
           EXIT.

       SUBMIT-HOLIDAY-ADDITION.
      *    Submit the calendar line just built as a pending addition
           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'HOLIDAY' TO RFC-TABLE.
           MOVE 'ADD' TO RFC-ACTION.
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE WS-HCAL-LINE-BUILD TO RFV-HOLIDAY-LINE.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       REMOVE-HOLIDAY-ENTRY.
      *    Submit the removal of one numbered entry; the small file
      *    is rewritten without it once the removal is approved
           PERFORM LIST-HOLIDAY-CALENDAR.

           DISPLAY 'Entry number to remove: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-HCAL-REMOVED WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-HCAL-REMOVED = 0 OR
                   WS-HCAL-REMOVED > WS-HCAL-COUNT
               DISPLAY 'No such entry.'
               GO TO REMOVE-HOLIDAY-ENTRY-END
           END-IF.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'HOLIDAY' TO RFC-TABLE.
           MOVE 'REMOVE' TO RFC-ACTION.
           MOVE WS-HCAL-LINE(WS-HCAL-REMOVED) TO RFC-BEFORE-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       REMOVE-HOLIDAY-ENTRY-END.
           EXIT.

      ******************************************************************
      * ESCROW DESK
      ******************************************************************

       HANDLE-ESCROW-DESK.
      *    Escrow deal work: open, record a party's instruction,
      *    release (supervisor, both parties confirmed), cancel
      *    (supervisor), or view a deal (see ESCROW.COB)
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'ESCROW DESK'.
           DISPLAY '------------'.
           DISPLAY '  1 - Open an escrow deal'.
           DISPLAY '  2 - Record a party''s release instruction'.
           DISPLAY '  3 - Release a deal (supervisor)'.
           DISPLAY '  4 - Cancel a deal (supervisor)'.
           DISPLAY '  5 - View a deal'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-ESD-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-ESD-CHOICE
           END-IF.

           EVALUATE WS-ESD-CHOICE
               WHEN 1
                   PERFORM OPEN-ESCROW-SCREEN
                       THRU OPEN-ESCROW-SCREEN-END
               WHEN 2
                   PERFORM CONFIRM-ESCROW-SCREEN
               WHEN 3
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RELEASE-ESCROW-SCREEN
                   END-IF
               WHEN 4
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM CANCEL-ESCROW-SCREEN
                   END-IF
               WHEN 5
                   PERFORM VIEW-ESCROW-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-ESCROW-DESK-END.
           EXIT.

       OPEN-ESCROW-SCREEN.
      *    Capture and open one deal
           DISPLAY 'Funding account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-ESD-FUNDING-ACCT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO OPEN-ESCROW-SCREEN-END
           END-IF.

           DISPLAY 'Party A payout account: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-ESD-PARTY-A-ACCT WS-USER-INPUT-VALID.

           DISPLAY 'Party B payout account: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-ESD-PARTY-B-ACCT WS-USER-INPUT-VALID.

           DISPLAY 'Escrow amount: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-ESD-AMOUNT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount.'
               GO TO OPEN-ESCROW-SCREEN-END
           END-IF.

           DISPLAY 'Percent to party A at release (0-100): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-ESD-SPLIT-PCT WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 100 TO WS-ESD-SPLIT-PCT
           END-IF.

           DISPLAY 'Release condition: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-ESD-CONDITION WS-USER-INPUT-VALID.

           CALL 'ESCROW' USING 'OPEN-ESCROW'
               WS-ESD-FUNDING-ACCT WS-ESD-PARTY-A-ACCT
               WS-ESD-PARTY-B-ACCT WS-ESD-AMOUNT
               WS-ESD-SPLIT-PCT WS-ESD-CONDITION
               WS-CURRENT-OPERATOR-ID ESCROW-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Escrow opened. Deal ID: ' ESC-ESCROW-ID
           ELSE
               DISPLAY 'Escrow refused (insufficient available '
                   'funds?).'
           END-IF.

       OPEN-ESCROW-SCREEN-END.
           EXIT.

       CONFIRM-ESCROW-SCREEN.
      *    Record one party's release instruction
           DISPLAY 'Deal ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-ESD-ESCROW-ID WS-USER-INPUT-VALID.

           DISPLAY 'Which party confirms? 1 = A, 2 = B: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-ESD-PARTY-CHOICE WS-USER-INPUT-VALID.

           IF WS-ESD-PARTY-CHOICE = 2
               MOVE 'B' TO WS-ESD-PARTY
           ELSE
               MOVE 'A' TO WS-ESD-PARTY
           END-IF.

           CALL 'ESCROW' USING 'CONFIRM-ESCROW-PARTY'
               WS-ESD-ESCROW-ID WS-ESD-PARTY
               WS-CURRENT-OPERATOR-ID ESCROW-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Instruction recorded.'
           ELSE
               DISPLAY 'Instruction refused.'
           END-IF.

       RELEASE-ESCROW-SCREEN.
      *    Supervisor turns the third key
           DISPLAY 'Deal ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-ESD-ESCROW-ID WS-USER-INPUT-VALID.

           CALL 'ESCROW' USING 'RELEASE-ESCROW'
               WS-ESD-ESCROW-ID WS-CURRENT-OPERATOR-ID
               ESCROW-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Deal released and paid to the agreed split.'
           ELSE
               DISPLAY 'Release refused (instructions missing?).'
           END-IF.

       CANCEL-ESCROW-SCREEN.
      *    Supervisor unwinds a deal
           DISPLAY 'Deal ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-ESD-ESCROW-ID WS-USER-INPUT-VALID.

           CALL 'ESCROW' USING 'CANCEL-ESCROW'
               WS-ESD-ESCROW-ID WS-CURRENT-OPERATOR-ID
               ESCROW-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Deal cancelled - deposit unlocked.'
           ELSE
               DISPLAY 'Cancellation refused.'
           END-IF.

       VIEW-ESCROW-SCREEN.
      *    Show one deal's standing
           DISPLAY 'Deal ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-ESD-ESCROW-ID WS-USER-INPUT-VALID.

           CALL 'ESCROW' USING 'GET-ESCROW'
               WS-ESD-ESCROW-ID ESCROW-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Deal not found.'
           ELSE
               MOVE ESC-AMOUNT TO WS-ESD-DISPLAY-AMOUNT
               DISPLAY ' '
               DISPLAY 'Deal:        ' ESC-ESCROW-ID
               DISPLAY 'Status:      ' ESC-STATUS
               DISPLAY 'Funding:     ' ESC-FUNDING-ACCT
               DISPLAY 'Party A:     ' ESC-PARTY-A-ACCT
                   '  confirmed: ' ESC-A-CONFIRMED
               DISPLAY 'Party B:     ' ESC-PARTY-B-ACCT
                   '  confirmed: ' ESC-B-CONFIRMED
               DISPLAY 'Amount:      ' WS-ESD-DISPLAY-AMOUNT
               DISPLAY 'Split to A:  ' ESC-SPLIT-A-PCT ' pct'
               DISPLAY 'Condition:   ' ESC-CONDITION
           END-IF.

      ******************************************************************
      * SAFE DEPOSIT BOX DESK
      ******************************************************************

       HANDLE-SAFEBOX-DESK.
      *    Box administration: register, rent, log a visit, view,
      *    and the supervised surrender / drilling workflow (see
      *    SAFEBOX.COB); annual rental bills through SBXBILL
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'SAFE DEPOSIT BOXES'.
           DISPLAY '-------------------'.
           DISPLAY '  1 - Register a box'.
           DISPLAY '  2 - Rent a box'.
           DISPLAY '  3 - Log a visit'.
           DISPLAY '  4 - View a box'.
           DISPLAY '  5 - Surrender a box (supervisor)'.
           DISPLAY '  6 - Force-drill a box (supervisor)'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-SBD-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SBD-CHOICE
           END-IF.

           EVALUATE WS-SBD-CHOICE
               WHEN 1
                   PERFORM REGISTER-BOX-SCREEN
                       THRU REGISTER-BOX-SCREEN-END
               WHEN 2
                   PERFORM RENT-BOX-SCREEN
                       THRU RENT-BOX-SCREEN-END
               WHEN 3
                   PERFORM LOG-VISIT-SCREEN
               WHEN 4
                   PERFORM VIEW-BOX-SCREEN
               WHEN 5
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SURRENDER-BOX-SCREEN
                   END-IF
               WHEN 6
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM DRILL-BOX-SCREEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-SAFEBOX-DESK-END.
           EXIT.

       REGISTER-BOX-SCREEN.
      *    Put one physical box on the register
           DISPLAY 'Box number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SBD-BOX-NUMBER WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid box number.'
               GO TO REGISTER-BOX-SCREEN-END
           END-IF.

           DISPLAY 'Size: 1 SMALL  2 MEDIUM  3 LARGE: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-SBD-SIZE-CHOICE WS-USER-INPUT-VALID.

           EVALUATE WS-SBD-SIZE-CHOICE
               WHEN 2
                   MOVE 'MEDIUM' TO WS-SBD-SIZE
               WHEN 3
                   MOVE 'LARGE' TO WS-SBD-SIZE
               WHEN OTHER
                   MOVE 'SMALL' TO WS-SBD-SIZE
           END-EVALUATE.

           DISPLAY 'Annual tariff: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-SBD-TARIFF WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid tariff.'
               GO TO REGISTER-BOX-SCREEN-END
           END-IF.

           DISPLAY 'Branch code (blank for 0001): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-SBD-BRANCH-CODE WS-USER-INPUT-VALID.

           CALL 'SAFEBOX' USING 'REGISTER-BOX'
               WS-SBD-BOX-NUMBER WS-SBD-SIZE WS-SBD-TARIFF
               WS-SBD-BRANCH-CODE
               WS-CURRENT-OPERATOR-ID SAFEBOX-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Box registered.'
           ELSE
               DISPLAY 'Registration refused.'
           END-IF.

       REGISTER-BOX-SCREEN-END.
           EXIT.

       RENT-BOX-SCREEN.
      *    Rent a vacant box to an account and customer
           DISPLAY 'Box number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SBD-BOX-NUMBER WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid box number.'
               GO TO RENT-BOX-SCREEN-END
           END-IF.

           DISPLAY 'Billing account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SBD-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO RENT-BOX-SCREEN-END
           END-IF.

           DISPLAY 'Customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SBD-CUSTOMER-ID WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SBD-CUSTOMER-ID
           END-IF.

           CALL 'SAFEBOX' USING 'RENT-BOX'
               WS-SBD-BOX-NUMBER WS-SBD-ACCOUNT-ID
               WS-SBD-CUSTOMER-ID WS-CURRENT-OPERATOR-ID
               SAFEBOX-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Box rented.'
           ELSE
               DISPLAY 'Rental refused.'
           END-IF.

       RENT-BOX-SCREEN-END.
           EXIT.

       LOG-VISIT-SCREEN.
      *    Log one vault visit
           DISPLAY 'Box number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SBD-BOX-NUMBER WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid box number.'
           ELSE
               CALL 'SAFEBOX' USING 'LOG-BOX-VISIT'
                   WS-SBD-BOX-NUMBER WS-CURRENT-OPERATOR-ID
                   WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   DISPLAY 'Visit logged.'
               ELSE
                   DISPLAY 'Visit refused (box vacant?).'
               END-IF
           END-IF.

       VIEW-BOX-SCREEN.
      *    Show one box's standing
           DISPLAY 'Box number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SBD-BOX-NUMBER WS-USER-INPUT-VALID.

           CALL 'SAFEBOX' USING 'GET-BOX'
               WS-SBD-BOX-NUMBER SAFEBOX-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Box not on the register.'
           ELSE
               MOVE SBX-ANNUAL-TARIFF TO WS-SBD-DISPLAY-TARIFF
               DISPLAY ' '
               DISPLAY 'Box:         ' SBX-BOX-NUMBER
               DISPLAY 'Size:        ' SBX-SIZE
               DISPLAY 'Branch:      ' SBX-BRANCH-CODE
               DISPLAY 'Status:      ' SBX-STATUS
               DISPLAY 'Tariff:      ' WS-SBD-DISPLAY-TARIFF
               DISPLAY 'Account:     ' SBX-ACCOUNT-ID
               DISPLAY 'Customer:    ' SBX-CUSTOMER-ID
               DISPLAY 'Last billed: ' SBX-LAST-BILLED-DATE
           END-IF.

       SURRENDER-BOX-SCREEN.
      *    Supervisor signs the surrender off
           DISPLAY 'Box number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SBD-BOX-NUMBER WS-USER-INPUT-VALID.

           CALL 'SAFEBOX' USING 'SURRENDER-BOX'
               WS-SBD-BOX-NUMBER WS-CURRENT-OPERATOR-ID
               SAFEBOX-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Box surrendered.'
           ELSE
               DISPLAY 'Surrender refused.'
           END-IF.

       DRILL-BOX-SCREEN.
      *    Supervisor signs the forced opening off
           DISPLAY 'Box number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SBD-BOX-NUMBER WS-USER-INPUT-VALID.

           DISPLAY 'Force-drill this box?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Drilling cancelled.'
           ELSE
               CALL 'SAFEBOX' USING 'DRILL-BOX'
                   WS-SBD-BOX-NUMBER WS-CURRENT-OPERATOR-ID
                   SAFEBOX-RECORD WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   DISPLAY 'Box drilled - on the audit trail.'
               ELSE
                   DISPLAY 'Drilling refused.'
               END-IF
           END-IF.

      ******************************************************************
      * BILL PAYMENTS
      ******************************************************************

       HANDLE-BILL-PAYMENTS.
      *    Bill payment desk: pay against a registered biller with
      *    the customer's invoice reference, and maintain the
      *    directory (see BILLERS.COB); the nightly remittance
      *    batch settles each biller's day
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'BILL PAYMENTS'.
           DISPLAY '--------------'.
           DISPLAY '  1 - Pay a bill'.
           DISPLAY '  2 - List billers'.
           DISPLAY '  3 - Register a biller (supervisor)'.
           DISPLAY '  4 - Retire a biller (supervisor)'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-BPD-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-BPD-CHOICE
           END-IF.

           EVALUATE WS-BPD-CHOICE
               WHEN 1
                   PERFORM PAY-BILL-SCREEN
                       THRU PAY-BILL-SCREEN-END
               WHEN 2
                   PERFORM LIST-BILLERS-SCREEN
               WHEN 3
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM REGISTER-BILLER-SCREEN
                   END-IF
               WHEN 4
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RETIRE-BILLER-SCREEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-BILL-PAYMENTS-END.
           EXIT.

       PAY-BILL-SCREEN.
      *    Capture one bill payment
           DISPLAY 'Biller ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-BPD-BILLER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid biller ID.'
               GO TO PAY-BILL-SCREEN-END
           END-IF.

           DISPLAY 'Customer account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-BPD-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO PAY-BILL-SCREEN-END
           END-IF.

           DISPLAY 'Invoice reference: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BPD-INVOICE-REF WS-USER-INPUT-VALID.

           DISPLAY 'Amount: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-BPD-AMOUNT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount.'
               GO TO PAY-BILL-SCREEN-END
           END-IF.

           MOVE 'BILLPAY' TO WS-CUT-PAYMENT-TYPE.
           PERFORM WARN-IF-AFTER-CUTOFF.

           IF ITEM-IS-AFTER-CUTOFF
               CALL 'INPUT' USING 'GET-CONFIRMATION'
                   WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID NOT = 1
                   DISPLAY 'Payment cancelled.'
                   GO TO PAY-BILL-SCREEN-END
               END-IF
           END-IF.

           CALL 'BILLERS' USING 'PAY-BILL'
               WS-BPD-BILLER-ID WS-BPD-ACCOUNT-ID
               WS-BPD-INVOICE-REF WS-BPD-AMOUNT
               WS-CURRENT-OPERATOR-ID BILL-PAYMENT-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Payment captured. ID: ' BPY-PAYMENT-ID
           ELSE
               DISPLAY 'Payment refused.'
           END-IF.

       PAY-BILL-SCREEN-END.
           EXIT.

       LIST-BILLERS-SCREEN.
      *    Show the directory
           MOVE 0 TO WS-BPD-LIST-COUNT.
           CALL 'FILES' USING 'OPEN-BILLER-FILE-IO'.
           CALL 'FILES' USING 'START-BILLER-FILE-TOP'
               WS-BPD-LIST-STATUS.

           IF WS-BPD-LIST-STATUS = '00'
               PERFORM LIST-NEXT-BILLER-ROW
                   UNTIL WS-BPD-LIST-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-BILLER-FILE'.

           IF WS-BPD-LIST-COUNT = 0
               DISPLAY 'The directory is empty.'
           END-IF.

       LIST-NEXT-BILLER-ROW.
      *    Show one directory row
           CALL 'FILES' USING 'READ-NEXT-BILLER' BILLER-RECORD
               WS-BPD-LIST-STATUS.

           IF WS-BPD-LIST-STATUS = '00'
               ADD 1 TO WS-BPD-LIST-COUNT
               DISPLAY BLR-BILLER-ID ' ' BLR-STATUS ' ' BLR-NAME
           END-IF.

       REGISTER-BILLER-SCREEN.
      *    Add one biller to the directory
           DISPLAY 'Biller name: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BPD-BILLER-NAME WS-USER-INPUT-VALID.

           CALL 'BILLERS' USING 'REGISTER-BILLER'
               WS-BPD-BILLER-NAME WS-CURRENT-OPERATOR-ID
               BILLER-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Biller registered. ID: ' BLR-BILLER-ID
           ELSE
               DISPLAY 'Registration refused.'
           END-IF.

       RETIRE-BILLER-SCREEN.
      *    Retire one biller
           DISPLAY 'Biller ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-BPD-BILLER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid biller ID.'
           ELSE
               CALL 'BILLERS' USING 'REMOVE-BILLER'
                   WS-BPD-BILLER-ID WS-CURRENT-OPERATOR-ID
                   BILLER-RECORD WS-OPERATION-STATUS
               IF WS-OPERATION-STATUS = '00'
                   DISPLAY 'Biller retired.'
               ELSE
                   DISPLAY 'Retire refused.'
               END-IF
           END-IF.

      ******************************************************************
      * ACCOUNT RENUMBER UTILITY
      ******************************************************************

       HANDLE-ACCOUNT-RENUMBER.
      *    Supervised re-pointing of everything attached to one
      *    account onto another - standing orders, sweeps, DD
      *    mandates, cards, aliases, future-dated payments - in a
      *    single run through REPOINT.COB, with the before/after on
      *    screen and the decision on the audit trail. Both
      *    accounts must already exist; closing the old one stays
      *    its own, separate decision.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'RENUMBER ACCOUNT (MIGRATE ATTACHMENTS)'.
           DISPLAY '---------------------------------------'.
           DISPLAY 'Old account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-RNB-OLD-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-ACCOUNT-RENUMBER-END
           END-IF.

           DISPLAY 'New account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-RNB-NEW-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR
                   WS-RNB-NEW-ACCOUNT-ID = WS-RNB-OLD-ACCOUNT-ID
               DISPLAY 'Invalid new account ID.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-ACCOUNT-RENUMBER-END
           END-IF.

      *    Both ends must be real accounts before anything moves
           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-RNB-OLD-ACCOUNT-ID ACCOUNT-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Old account not found.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-ACCOUNT-RENUMBER-END
           END-IF.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               WS-RNB-NEW-ACCOUNT-ID ACCOUNT-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'New account not found.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-ACCOUNT-RENUMBER-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Every attachment of ' WS-RNB-OLD-ACCOUNT-ID
               ' will be re-pointed to ' WS-RNB-NEW-ACCOUNT-ID '.'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Renumber cancelled.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-ACCOUNT-RENUMBER-END
           END-IF.

           CALL 'REPOINT' USING 'REPOINT-ACCOUNT-ATTACHMENTS'
               WS-RNB-OLD-ACCOUNT-ID WS-RNB-NEW-ACCOUNT-ID
               WS-RNB-REPOINT-COUNTS WS-OPERATION-STATUS.

           MOVE SPACES TO WS-RNB-AUDIT-DETAILS.
           STRING 'Attachments ' WS-RNB-OLD-ACCOUNT-ID
               ' -> ' WS-RNB-NEW-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-RNB-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-CURRENT-OPERATOR-ID 'ACCT-RENUM'
               WS-RNB-NEW-ACCOUNT-ID WS-RNB-AUDIT-DETAILS
               WS-RNB-AUDIT-STATUS.

           DISPLAY ' '.
           DISPLAY 'BEFORE/AFTER - attachments moved:'.
           DISPLAY '  Standing orders:     ' WS-RNB-ORDERS.
           DISPLAY '  Sweeps:              ' WS-RNB-SWEEPS.
           DISPLAY '  DD mandates:         ' WS-RNB-MANDATES.
           DISPLAY '  Cards:               ' WS-RNB-CARDS.
           DISPLAY '  Aliases:             ' WS-RNB-ALIASES.
           DISPLAY '  Future payments:     ' WS-RNB-PAYMENTS.
           DISPLAY '  Loans:               ' WS-RNB-LOANS.
           DISPLAY '  Account links:       ' WS-RNB-ACCT-LINKS.
           DISPLAY '  Garnishments:        ' WS-RNB-GARNISHMENTS.
           DISPLAY '  Signers:             ' WS-RNB-SIGNERS.
           DISPLAY '  Memos:               ' WS-RNB-MEMOS.
           DISPLAY '  Passbooks:           ' WS-RNB-PASSBOOKS.
           DISPLAY '  Availability holds:  ' WS-RNB-AVAIL-HOLDS.
           DISPLAY '  Funds holds:         ' WS-RNB-FUNDS-HOLDS.
           DISPLAY '  Withdrawal notices:  ' WS-RNB-NOTICES.
           DISPLAY '  Safe deposit boxes:  ' WS-RNB-SAFEBOXES.
           DISPLAY '  Escrows:             ' WS-RNB-ESCROWS.
           DISPLAY 'Nothing now points at ' WS-RNB-OLD-ACCOUNT-ID
               '; ledger history keeps the old number.'.

           DISPLAY ' '
           DISPLAY 'Press ENTER to continue...'
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-ACCOUNT-RENUMBER-END.
           EXIT.

      ******************************************************************
      * NOTICE ACCOUNT DESK
      ******************************************************************

       HANDLE-NOTICE-DESK.
      *    Notice account desk: lodge a customer's withdrawal
      *    notice on a NOTICE savings account and review the
      *    account's notices (see WDNOTICE.COB); the nightly
      *    NOTICEREL step matures lodged notices when their period
      *    has run
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'NOTICE ACCOUNT DESK'.
           DISPLAY '-------------------'.
           DISPLAY '  1 - Lodge a withdrawal notice'.
           DISPLAY '  2 - List an account''s notices'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-WND-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-WND-CHOICE
           END-IF.

           EVALUATE WS-WND-CHOICE
               WHEN 1
                   PERFORM LODGE-NOTICE-SCREEN
                       THRU LODGE-NOTICE-SCREEN-END
               WHEN 2
                   PERFORM LIST-NOTICES-SCREEN
                       THRU LIST-NOTICES-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-NOTICE-DESK-END.
           EXIT.

       LODGE-NOTICE-SCREEN.
      *    Capture one withdrawal notice
           DISPLAY 'Account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-WND-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO LODGE-NOTICE-SCREEN-END
           END-IF.

           DISPLAY 'Notice amount: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-WND-AMOUNT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount.'
               GO TO LODGE-NOTICE-SCREEN-END
           END-IF.

           CALL 'WDNOTICE' USING 'LODGE-WITHDRAWAL-NOTICE'
               WS-WND-ACCOUNT-ID WS-WND-AMOUNT
               WS-CURRENT-OPERATOR-ID WDNOTICE-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Notice ' WNT-NOTICE-ID ' lodged - matures '
                   WNT-MATURES-DATE '; drawing before then pays '
                   'the early-withdrawal penalty.'
           ELSE
               DISPLAY 'Notice refused - the account must be an '
                   'active NOTICE savings account.'
           END-IF.

       LODGE-NOTICE-SCREEN-END.
           EXIT.

       LIST-NOTICES-SCREEN.
      *    List every notice standing on one account
           DISPLAY 'Account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-WND-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO LIST-NOTICES-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Notice ID   Lodged    Matures   Status    '
               'Remaining'.
           DISPLAY '------------------------------------------------'.

           MOVE 0 TO WS-WND-LISTED.
           MOVE WS-WND-ACCOUNT-ID TO WNT-ACCOUNT-ID.

           CALL 'FILES' USING 'OPEN-WDNOTICE-FILE-IO'.
           CALL 'FILES' USING 'START-WDNOTICE-BY-ACCOUNT'
               WDNOTICE-RECORD WS-WND-LIST-STATUS.

           IF WS-WND-LIST-STATUS = '00'
               PERFORM SHOW-ONE-NOTICE-LINE
                   THRU SHOW-ONE-NOTICE-LINE-END
                   UNTIL WS-WND-LIST-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-WDNOTICE-FILE'.

           IF WS-WND-LISTED = 0
               DISPLAY 'No notices on this account.'
           END-IF.

       LIST-NOTICES-SCREEN-END.
           EXIT.

       SHOW-ONE-NOTICE-LINE.
      *    Print one notice of the account being listed
           CALL 'FILES' USING 'READ-NEXT-WDNOTICE-BY-ACCT'
               WDNOTICE-RECORD WS-WND-LIST-STATUS.

           IF WS-WND-LIST-STATUS NOT = '00'
               GO TO SHOW-ONE-NOTICE-LINE-END
           END-IF.

           IF WNT-ACCOUNT-ID NOT = WS-WND-ACCOUNT-ID
               MOVE '10' TO WS-WND-LIST-STATUS
               GO TO SHOW-ONE-NOTICE-LINE-END
           END-IF.

           MOVE WNT-AMOUNT TO WS-WND-DISPLAY-AMT.
           DISPLAY WNT-NOTICE-ID '  ' WNT-LODGED-DATE '  '
               WNT-MATURES-DATE '  ' WNT-STATUS '  '
               WS-WND-DISPLAY-AMT.
           ADD 1 TO WS-WND-LISTED.

       SHOW-ONE-NOTICE-LINE-END.
           EXIT.

      ******************************************************************
      * COMPLAINT / SERVICE CASE DESK
      ******************************************************************

       HANDLE-COMPLAINT-DESK.
      *    Complaint desk: open a case against a customer (and the
      *    account or posting it concerns), read a case back, hand
      *    it to another operator, resolve it with its outcome, and
      *    list a customer's cases with how each stands against its
      *    response deadline (see COMPLAINTS.COB)
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'COMPLAINT / SERVICE CASE DESK'.
           DISPLAY '------------------------------'.
           DISPLAY '  1 - Open a complaint case'.
           DISPLAY '  2 - View a case'.
           DISPLAY '  3 - Reassign a case'.
           DISPLAY '  4 - Resolve a case'.
           DISPLAY '  5 - List a customer''s cases'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CPD-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-CPD-CHOICE
           END-IF.

           EVALUATE WS-CPD-CHOICE
               WHEN 1
                   PERFORM OPEN-COMPLAINT-SCREEN
                       THRU OPEN-COMPLAINT-SCREEN-END
               WHEN 2
                   PERFORM VIEW-COMPLAINT-SCREEN
                       THRU VIEW-COMPLAINT-SCREEN-END
               WHEN 3
                   PERFORM ASSIGN-COMPLAINT-SCREEN
                       THRU ASSIGN-COMPLAINT-SCREEN-END
               WHEN 4
                   PERFORM RESOLVE-COMPLAINT-SCREEN
                       THRU RESOLVE-COMPLAINT-SCREEN-END
               WHEN 5
                   PERFORM LIST-CUSTOMER-COMPLAINTS
                       THRU LIST-CUSTOMER-COMPLAINTS-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-COMPLAINT-DESK-END.
           EXIT.

       OPEN-COMPLAINT-SCREEN.
      *    Key a new case; the module sets its response deadline
           DISPLAY 'Customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-CPD-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid customer ID.'
               GO TO OPEN-COMPLAINT-SCREEN-END
           END-IF.

           DISPLAY 'Account ID (blank if none): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CPD-ACCOUNT-ID WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-CPD-ACCOUNT-ID
           END-IF.

           MOVE 0 TO WS-CPD-TXN-ID.
           IF WS-CPD-ACCOUNT-ID NOT = 0
               DISPLAY 'Transaction ID (blank if none): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
                   WS-CPD-TXN-ID WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                   MOVE 0 TO WS-CPD-TXN-ID
               END-IF
           END-IF.

           DISPLAY 'Category: 1 FEES  2 SERVICE  3 CARD  4 FRAUD'.
           DISPLAY '          5 LOAN  6 PAYMENT  7 ACCOUNT  8 OTHER: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CPD-PICK WS-USER-INPUT-VALID.

           EVALUATE WS-CPD-PICK
               WHEN 1
                   MOVE 'FEES' TO WS-CPD-CATEGORY
               WHEN 2
                   MOVE 'SERVICE' TO WS-CPD-CATEGORY
               WHEN 3
                   MOVE 'CARD' TO WS-CPD-CATEGORY
               WHEN 4
                   MOVE 'FRAUD' TO WS-CPD-CATEGORY
               WHEN 5
                   MOVE 'LOAN' TO WS-CPD-CATEGORY
               WHEN 6
                   MOVE 'PAYMENT' TO WS-CPD-CATEGORY
               WHEN 7
                   MOVE 'ACCOUNT' TO WS-CPD-CATEGORY
               WHEN 8
                   MOVE 'OTHER' TO WS-CPD-CATEGORY
               WHEN OTHER
                   DISPLAY 'Invalid category. Operation cancelled.'
                   GO TO OPEN-COMPLAINT-SCREEN-END
           END-EVALUATE.

           DISPLAY 'Received by: 1 PHONE  2 PAPER  3 BRANCH  4 EMAIL'.
           DISPLAY '             5 OMBUDSMAN referral: '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CPD-PICK WS-USER-INPUT-VALID.

           EVALUATE WS-CPD-PICK
               WHEN 1
                   MOVE 'PHONE' TO WS-CPD-CHANNEL
               WHEN 2
                   MOVE 'PAPER' TO WS-CPD-CHANNEL
               WHEN 3
                   MOVE 'BRANCH' TO WS-CPD-CHANNEL
               WHEN 4
                   MOVE 'EMAIL' TO WS-CPD-CHANNEL
               WHEN 5
                   MOVE 'OMBUDSMN' TO WS-CPD-CHANNEL
               WHEN OTHER
                   DISPLAY 'Invalid channel. Operation cancelled.'
                   GO TO OPEN-COMPLAINT-SCREEN-END
           END-EVALUATE.

           DISPLAY 'Summary of the complaint: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CPD-SUMMARY WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'A summary is required. Operation cancelled.'
               GO TO OPEN-COMPLAINT-SCREEN-END
           END-IF.

           DISPLAY 'Assign to operator (blank for yourself): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-OPERATOR-ID'
               WS-CPD-ASSIGNED-OPER-ID WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE WS-CURRENT-OPERATOR-ID TO WS-CPD-ASSIGNED-OPER-ID
           END-IF.

           CALL 'COMPLAINTS' USING 'OPEN-COMPLAINT'
               WS-CPD-CUSTOMER-ID WS-CPD-ACCOUNT-ID WS-CPD-TXN-ID
               WS-CPD-CATEGORY WS-CPD-CHANNEL WS-CPD-SUMMARY
               WS-CPD-ASSIGNED-OPER-ID WS-CURRENT-OPERATOR-ID
               COMPLAINT-RECORD WS-OPERATION-STATUS WS-CPD-MESSAGE.

           DISPLAY ' '.
           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Case ' CMP-CASE-ID ' opened - response due by '
                   CMP-DEADLINE-DATE
               IF CMP-DISPUTE-REF NOT = SPACES
                   DISPLAY 'Linked to dispute case ' CMP-DISPUTE-REF
               END-IF
           ELSE
               DISPLAY 'Case not opened: ' WS-CPD-MESSAGE
           END-IF.

       OPEN-COMPLAINT-SCREEN-END.
           EXIT.

       VIEW-COMPLAINT-SCREEN.
      *    Show one case in full
           PERFORM GET-COMPLAINT-FOR-DESK
               THRU GET-COMPLAINT-FOR-DESK-END.
           IF WS-OPERATION-STATUS NOT = '00'
               GO TO VIEW-COMPLAINT-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Case:          ' CMP-CASE-ID '  ' CMP-STATUS.
           DISPLAY 'Customer:      ' CMP-CUSTOMER-ID.
           IF CMP-ACCOUNT-ID NOT = 0
               DISPLAY 'Account:       ' CMP-ACCOUNT-ID
           END-IF.
           IF CMP-TXN-ID NOT = 0
               DISPLAY 'Transaction:   ' CMP-TXN-ID
           END-IF.
           IF CMP-DISPUTE-REF NOT = SPACES
               DISPLAY 'Dispute case:  ' CMP-DISPUTE-REF
           END-IF.
           DISPLAY 'Category:      ' CMP-CATEGORY
               '  received by ' CMP-CHANNEL.
           DISPLAY 'Summary:       ' CMP-SUMMARY.
           DISPLAY 'Assigned to:   ' CMP-ASSIGNED-OPER-ID.
           DISPLAY 'Opened:        ' CMP-OPENED-DATE
               ' by ' CMP-OPENED-BY.
           DISPLAY 'Respond by:    ' CMP-DEADLINE-DATE.
           IF CMP-RESOLVED
               DISPLAY 'Resolved:      ' CMP-RESOLVED-DATE
                   ' by ' CMP-RESOLVED-BY '  ' CMP-OUTCOME
               DISPLAY 'Resolution:    ' CMP-RESOLUTION
           ELSE
               PERFORM SET-COMPLAINT-AGING-FLAG
               IF WS-CPD-AGING-FLAG NOT = SPACES
                   DISPLAY 'Aging:         ' WS-CPD-AGING-FLAG
               END-IF
           END-IF.

       VIEW-COMPLAINT-SCREEN-END.
           EXIT.

       ASSIGN-COMPLAINT-SCREEN.
      *    Hand an open case to another operator
           PERFORM GET-COMPLAINT-FOR-DESK
               THRU GET-COMPLAINT-FOR-DESK-END.
           IF WS-OPERATION-STATUS NOT = '00'
               GO TO ASSIGN-COMPLAINT-SCREEN-END
           END-IF.

           DISPLAY 'Currently assigned to ' CMP-ASSIGNED-OPER-ID.
           DISPLAY 'New operator ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-OPERATOR-ID'
               WS-CPD-ASSIGNED-OPER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid operator ID. Operation cancelled.'
               GO TO ASSIGN-COMPLAINT-SCREEN-END
           END-IF.

           CALL 'COMPLAINTS' USING 'ASSIGN-COMPLAINT'
               WS-CPD-CASE-ID WS-CPD-ASSIGNED-OPER-ID
               WS-CURRENT-OPERATOR-ID COMPLAINT-RECORD
               WS-OPERATION-STATUS WS-CPD-MESSAGE.

           DISPLAY WS-CPD-MESSAGE.

       ASSIGN-COMPLAINT-SCREEN-END.
           EXIT.

       RESOLVE-COMPLAINT-SCREEN.
      *    Close an open case with its outcome
           PERFORM GET-COMPLAINT-FOR-DESK
               THRU GET-COMPLAINT-FOR-DESK-END.
           IF WS-OPERATION-STATUS NOT = '00'
               GO TO RESOLVE-COMPLAINT-SCREEN-END
           END-IF.

           DISPLAY 'Summary: ' CMP-SUMMARY.
           DISPLAY 'Outcome: 1 UPHELD  2 PARTIAL  3 REJECTED  '
               '4 WITHDRAWN: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CPD-PICK WS-USER-INPUT-VALID.

           EVALUATE WS-CPD-PICK
               WHEN 1
                   MOVE 'UPHELD' TO WS-CPD-OUTCOME
               WHEN 2
                   MOVE 'PARTIAL' TO WS-CPD-OUTCOME
               WHEN 3
                   MOVE 'REJECTED' TO WS-CPD-OUTCOME
               WHEN 4
                   MOVE 'WITHDRWN' TO WS-CPD-OUTCOME
               WHEN OTHER
                   DISPLAY 'Invalid outcome. Operation cancelled.'
                   GO TO RESOLVE-COMPLAINT-SCREEN-END
           END-EVALUATE.

           DISPLAY 'Resolution note: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CPD-RESOLUTION WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'A resolution note is required. '
                   'Operation cancelled.'
               GO TO RESOLVE-COMPLAINT-SCREEN-END
           END-IF.

           CALL 'COMPLAINTS' USING 'RESOLVE-COMPLAINT'
               WS-CPD-CASE-ID WS-CPD-OUTCOME WS-CPD-RESOLUTION
               WS-CURRENT-OPERATOR-ID COMPLAINT-RECORD
               WS-OPERATION-STATUS WS-CPD-MESSAGE.

           DISPLAY WS-CPD-MESSAGE.
           IF WS-OPERATION-STATUS = '00' AND
                   CMP-RESOLVED-DATE > CMP-DEADLINE-DATE
               DISPLAY 'Resolved after the response deadline of '
                   CMP-DEADLINE-DATE
           END-IF.

       RESOLVE-COMPLAINT-SCREEN-END.
           EXIT.

       GET-COMPLAINT-FOR-DESK.
      *    Key a case number and read the case
      *    Output: COMPLAINT-RECORD, WS-CPD-CASE-ID,
      *            WS-OPERATION-STATUS
           DISPLAY 'Case number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-CPD-CASE-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE '99' TO WS-OPERATION-STATUS
               DISPLAY 'Invalid case number.'
               GO TO GET-COMPLAINT-FOR-DESK-END
           END-IF.

           CALL 'COMPLAINTS' USING 'GET-COMPLAINT'
               WS-CPD-CASE-ID COMPLAINT-RECORD WS-OPERATION-STATUS
               WS-CPD-MESSAGE.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Complaint case not found.'
           END-IF.

       GET-COMPLAINT-FOR-DESK-END.
           EXIT.

       SET-COMPLAINT-AGING-FLAG.
      *    How an open case stands against its deadline on the
      *    posting date: OVERDUE once past it, DUE-SOON within the
      *    same two-day warning CMPAGING uses
      *    Output: WS-CPD-AGING-FLAG
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-CPD-POSTING-DATE.
           MOVE SPACES TO WS-CPD-AGING-FLAG.
           IF CMP-DEADLINE-DATE < WS-CPD-POSTING-DATE
               MOVE 'OVERDUE' TO WS-CPD-AGING-FLAG
           ELSE
               IF FUNCTION INTEGER-OF-DATE(CMP-DEADLINE-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-CPD-POSTING-DATE)
                       NOT > 2
                   MOVE 'DUE-SOON' TO WS-CPD-AGING-FLAG
               END-IF
           END-IF.

       LIST-CUSTOMER-COMPLAINTS.
      *    List every case on file for one customer, oldest first
           DISPLAY 'Customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-CPD-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid customer ID.'
               GO TO LIST-CUSTOMER-COMPLAINTS-END
           END-IF.

           MOVE 0 TO WS-CPD-LIST-COUNT.
           MOVE WS-CPD-CUSTOMER-ID TO CMP-CUSTOMER-ID.

           CALL 'FILES' USING 'OPEN-COMPLAINT-FILE-IO'.
           CALL 'FILES' USING 'START-COMPLAINT-BY-CUSTOMER'
               COMPLAINT-RECORD WS-CPD-LIST-STATUS.

           PERFORM LIST-NEXT-COMPLAINT
               UNTIL WS-CPD-LIST-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-COMPLAINT-FILE'.

           IF WS-CPD-LIST-COUNT = 0
               DISPLAY 'No complaint cases on file for this customer.'
           END-IF.

       LIST-CUSTOMER-COMPLAINTS-END.
           EXIT.

       LIST-NEXT-COMPLAINT.
      *    Show one case; stop at the next customer's cases
           CALL 'FILES' USING 'READ-NEXT-COMPLAINT'
               COMPLAINT-RECORD WS-CPD-LIST-STATUS.

           IF WS-CPD-LIST-STATUS = '00'
               IF CMP-CUSTOMER-ID NOT = WS-CPD-CUSTOMER-ID
                   MOVE '10' TO WS-CPD-LIST-STATUS
               ELSE
                   ADD 1 TO WS-CPD-LIST-COUNT
                   MOVE SPACES TO WS-CPD-AGING-FLAG
                   IF CMP-OPEN
                       PERFORM SET-COMPLAINT-AGING-FLAG
                   END-IF
                   DISPLAY CMP-CASE-ID ' ' CMP-OPENED-DATE ' '
                       CMP-CATEGORY ' ' CMP-STATUS ' due '
                       CMP-DEADLINE-DATE ' ' WS-CPD-AGING-FLAG
                   DISPLAY '     ' CMP-SUMMARY
               END-IF
           END-IF.

      ******************************************************************
      * STAFF ACCOUNT LINKS
      ******************************************************************

       HANDLE-STAFF-LINKS.
      *    Link an operator to their own customer record and keep
      *    their declared related customers; accounts held by any of
      *    them are refused to that operator at every posting,
      *    reversal, approval, hold release and fee plan change (see
      *    CHECK-STAFF-CONFLICT in OPERATOR.COB). A supervisor's own
      *    links are maintained by another supervisor.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'STAFF ACCOUNT LINKS'.
           DISPLAY '--------------------'.
           DISPLAY '  1 - Link operator to their customer record'.
           DISPLAY '  2 - Declare a related customer'.
           DISPLAY '  3 - Remove a related customer'.
           DISPLAY '  4 - View an operator''s links'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-SLK-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SLK-CHOICE
           END-IF.

           IF WS-SLK-CHOICE < 1 OR WS-SLK-CHOICE > 4
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-STAFF-LINKS-END
           END-IF.

           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-OPERATOR-ID'
               WS-SLK-OPERATOR-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid operator ID.'
               GO TO HANDLE-STAFF-LINKS-DONE
           END-IF.

           IF WS-SLK-CHOICE NOT = 4 AND
                   WS-SLK-OPERATOR-ID = WS-CURRENT-OPERATOR-ID
               DISPLAY 'Your own links must be changed by another '
                   'supervisor.'
               GO TO HANDLE-STAFF-LINKS-DONE
           END-IF.

           EVALUATE WS-SLK-CHOICE
               WHEN 1
                   PERFORM LINK-STAFF-CUSTOMER-SCREEN
                       THRU LINK-STAFF-CUSTOMER-SCREEN-END
               WHEN 2
                   PERFORM ADD-RELATED-CUSTOMER-SCREEN
                       THRU ADD-RELATED-CUSTOMER-SCREEN-END
               WHEN 3
                   PERFORM REMOVE-RELATED-CUSTOMER-SCREEN
                       THRU REMOVE-RELATED-CUSTOMER-SCREEN-END
               WHEN 4
                   PERFORM VIEW-STAFF-LINKS-SCREEN
                       THRU VIEW-STAFF-LINKS-SCREEN-END
           END-EVALUATE.

       HANDLE-STAFF-LINKS-DONE.
           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-STAFF-LINKS-END.
           EXIT.

       LINK-STAFF-CUSTOMER-SCREEN.
      *    Record (or, with zero, remove) the operator's own CUS-ID
           DISPLAY 'Operator''s customer ID (0 removes the link): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SLK-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid customer ID.'
               GO TO LINK-STAFF-CUSTOMER-SCREEN-END
           END-IF.

           CALL 'OPERATOR' USING 'SET-OPERATOR-CUSTOMER'
               WS-SLK-OPERATOR-ID WS-SLK-CUSTOMER-ID
               OPERATOR-RECORD WS-OPERATION-STATUS
               WS-SLK-MESSAGE.

           IF WS-OPERATION-STATUS = '00'
               PERFORM RECORD-STAFF-LINK-AUDIT
           END-IF.
           DISPLAY WS-SLK-MESSAGE.

       LINK-STAFF-CUSTOMER-SCREEN-END.
           EXIT.

       ADD-RELATED-CUSTOMER-SCREEN.
      *    Declare one more related customer for the operator
           DISPLAY 'Related customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SLK-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-SLK-CUSTOMER-ID = 0
               DISPLAY 'Invalid customer ID.'
               GO TO ADD-RELATED-CUSTOMER-SCREEN-END
           END-IF.

           CALL 'OPERATOR' USING 'ADD-RELATED-CUSTOMER'
               WS-SLK-OPERATOR-ID WS-SLK-CUSTOMER-ID
               OPERATOR-RECORD WS-OPERATION-STATUS
               WS-SLK-MESSAGE.

           IF WS-OPERATION-STATUS = '00'
               PERFORM RECORD-STAFF-LINK-AUDIT
           END-IF.
           DISPLAY WS-SLK-MESSAGE.

       ADD-RELATED-CUSTOMER-SCREEN-END.
           EXIT.

       REMOVE-RELATED-CUSTOMER-SCREEN.
      *    Withdraw one related-customer declaration
           DISPLAY 'Related customer ID to remove: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SLK-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-SLK-CUSTOMER-ID = 0
               DISPLAY 'Invalid customer ID.'
               GO TO REMOVE-RELATED-CUSTOMER-SCREEN-END
           END-IF.

           CALL 'OPERATOR' USING 'REMOVE-RELATED-CUSTOMER'
               WS-SLK-OPERATOR-ID WS-SLK-CUSTOMER-ID
               OPERATOR-RECORD WS-OPERATION-STATUS
               WS-SLK-MESSAGE.

           IF WS-OPERATION-STATUS = '00'
               PERFORM RECORD-STAFF-LINK-AUDIT
           END-IF.
           DISPLAY WS-SLK-MESSAGE.

       REMOVE-RELATED-CUSTOMER-SCREEN-END.
           EXIT.

       RECORD-STAFF-LINK-AUDIT.
      *    Every link change is audited under the supervisor making
      *    it, naming the operator and customer concerned
           MOVE SPACES TO WS-SLK-AUDIT-DETAILS.
           STRING 'Operator ' WS-SLK-OPERATOR-ID ' customer '
               WS-SLK-CUSTOMER-ID ' option ' WS-SLK-CHOICE
               DELIMITED BY SIZE INTO WS-SLK-AUDIT-DETAILS.
           CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
               WS-CURRENT-OPERATOR-ID 'STAFF-LINK' 0
               WS-SLK-AUDIT-DETAILS WS-SLK-AUDIT-STATUS.

       VIEW-STAFF-LINKS-SCREEN.
      *    Show the operator's own customer link and declarations
           CALL 'OPERATOR' USING 'GET-OPERATOR'
               WS-SLK-OPERATOR-ID OPERATOR-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Operator not found.'
               GO TO VIEW-STAFF-LINKS-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Operator:          ' OP-ID '  ' OP-NAME.
           IF OP-CUSTOMER-ID = 0
               DISPLAY 'Own customer:      (not linked)'
           ELSE
               DISPLAY 'Own customer:      ' OP-CUSTOMER-ID
           END-IF.
           IF OP-RELATED-COUNT = 0
               DISPLAY 'Related customers: (none declared)'
           ELSE
               PERFORM SHOW-ONE-RELATED-CUSTOMER
                   VARYING WS-SLK-IDX FROM 1 BY 1
                   UNTIL WS-SLK-IDX > OP-RELATED-COUNT
           END-IF.

       VIEW-STAFF-LINKS-SCREEN-END.
           EXIT.

       SHOW-ONE-RELATED-CUSTOMER.
      *    Show one declared related customer
           DISPLAY 'Related customer:  '
               OP-RELATED-CUSTOMER-ID(WS-SLK-IDX).

      ******************************************************************
      * SUSPICIOUS ACTIVITY CASES
      ******************************************************************

       HANDLE-SAR-CASES.
      *    Compliance desk: open an investigation from an alert or a
      *    flagged posting, collect related postings and accounts,
      *    write the narrative, refer it to the MLRO and record the
      *    MLRO's decision (see SARCASES.COB). Nothing here is ever
      *    shown outside the COMPLIANCE and MLRO roles.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'SUSPICIOUS ACTIVITY CASES - CONFIDENTIAL'.
           DISPLAY '----------------------------------------'.
           DISPLAY '  1 - Open a case from an alert'.
           DISPLAY '  2 - Open a case from a transaction'.
           DISPLAY '  3 - View a case'.
           DISPLAY '  4 - Add a transaction to a case'.
           DISPLAY '  5 - Add an account to a case'.
           DISPLAY '  6 - Write a narrative line'.
           DISPLAY '  7 - Refer a case to the MLRO'.
           DISPLAY '  8 - Record the MLRO decision'.
           DISPLAY '  9 - List a customer''s cases'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-SAC-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SAC-CHOICE
           END-IF.

           EVALUATE WS-SAC-CHOICE
               WHEN 1
                   PERFORM OPEN-SAR-FROM-ALERT-SCREEN
                       THRU OPEN-SAR-FROM-ALERT-SCREEN-END
               WHEN 2
                   PERFORM OPEN-SAR-FROM-TXN-SCREEN
                       THRU OPEN-SAR-FROM-TXN-SCREEN-END
               WHEN 3
                   PERFORM VIEW-SAR-CASE-SCREEN
                       THRU VIEW-SAR-CASE-SCREEN-END
               WHEN 4
                   PERFORM ADD-SAR-TXN-SCREEN
                       THRU ADD-SAR-TXN-SCREEN-END
               WHEN 5
                   PERFORM ADD-SAR-ACCOUNT-SCREEN
                       THRU ADD-SAR-ACCOUNT-SCREEN-END
               WHEN 6
                   PERFORM SAR-NARRATIVE-SCREEN
                       THRU SAR-NARRATIVE-SCREEN-END
               WHEN 7
                   PERFORM REFER-SAR-CASE-SCREEN
                       THRU REFER-SAR-CASE-SCREEN-END
               WHEN 8
                   PERFORM DECIDE-SAR-CASE-SCREEN
                       THRU DECIDE-SAR-CASE-SCREEN-END
               WHEN 9
                   PERFORM LIST-SUBJECT-SAR-CASES
                       THRU LIST-SUBJECT-SAR-CASES-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-SAR-CASES-END.
           EXIT.

       OPEN-SAR-FROM-ALERT-SCREEN.
      *    Open a case from a monitoring alert
           DISPLAY 'Alert ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SAC-ALERT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-SAC-ALERT-ID = 0
               DISPLAY 'Invalid alert ID.'
               GO TO OPEN-SAR-FROM-ALERT-SCREEN-END
           END-IF.

           CALL 'SARCASES' USING 'OPEN-CASE-FROM-ALERT'
               WS-SAC-ALERT-ID WS-CURRENT-OPERATOR-ID
               SAR-CASE-RECORD WS-OPERATION-STATUS WS-SAC-MESSAGE.

           PERFORM SHOW-SAR-OPEN-RESULT.

       OPEN-SAR-FROM-ALERT-SCREEN-END.
           EXIT.

       OPEN-SAR-FROM-TXN-SCREEN.
      *    Open a case from a posting somebody flagged
           DISPLAY 'Transaction ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SAC-TXN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-SAC-TXN-ID = 0
               DISPLAY 'Invalid transaction ID.'
               GO TO OPEN-SAR-FROM-TXN-SCREEN-END
           END-IF.

           CALL 'SARCASES' USING 'OPEN-CASE-FROM-TXN'
               WS-SAC-TXN-ID WS-CURRENT-OPERATOR-ID
               SAR-CASE-RECORD WS-OPERATION-STATUS WS-SAC-MESSAGE.

           PERFORM SHOW-SAR-OPEN-RESULT.

       OPEN-SAR-FROM-TXN-SCREEN-END.
           EXIT.

       SHOW-SAR-OPEN-RESULT.
      *    Tell the analyst the new case number and subject
           DISPLAY ' '.
           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Case ' SAR-CASE-ID ' opened on customer '
                   SAR-CUSTOMER-ID
               DISPLAY 'Do not discuss the case with the customer '
                   'or with branch staff.'
           ELSE
               DISPLAY 'Case not opened: ' WS-SAC-MESSAGE
           END-IF.

       VIEW-SAR-CASE-SCREEN.
      *    Show one case in full, with each collected posting
           PERFORM GET-SAR-CASE-FOR-DESK
               THRU GET-SAR-CASE-FOR-DESK-END.
           IF WS-OPERATION-STATUS NOT = '00'
               GO TO VIEW-SAR-CASE-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Case:          ' SAR-CASE-ID '  ' SAR-STATUS.
           DISPLAY 'Subject:       ' SAR-CUSTOMER-ID.
           IF SAR-FROM-ALERT
               DISPLAY 'Opened from:   alert ' SAR-ALERT-ID
           ELSE
               DISPLAY 'Opened from:   transaction '
                   SAR-SOURCE-TXN-ID
           END-IF.
           DISPLAY 'Analyst:       ' SAR-ANALYST-OP-ID
               '  opened ' SAR-OPENED-DATE.
           PERFORM SHOW-ONE-SAR-ACCOUNT
               VARYING WS-SAC-IDX FROM 1 BY 1
               UNTIL WS-SAC-IDX > SAR-ACCOUNT-COUNT.
           DISPLAY 'Transactions:  ' SAR-TXN-COUNT.
           PERFORM SHOW-ONE-SAR-TXN
               VARYING WS-SAC-IDX FROM 1 BY 1
               UNTIL WS-SAC-IDX > SAR-TXN-COUNT.
           MOVE SAR-TXN-TOTAL TO WS-SAC-DISPLAY-AMOUNT.
           DISPLAY 'Total:         ' WS-SAC-DISPLAY-AMOUNT.
           DISPLAY 'Narrative:'.
           PERFORM SHOW-ONE-SAR-NARRATIVE
               VARYING WS-SAC-IDX FROM 1 BY 1
               UNTIL WS-SAC-IDX > 4.
           IF SAR-REFERRED-DATE NOT = 0
               DISPLAY 'Referred:      ' SAR-REFERRED-DATE
           END-IF.
           IF SAR-DECISION-OP-ID NOT = 0
               DISPLAY 'Decided:       ' SAR-DECISION-DATE
                   ' by MLRO ' SAR-DECISION-OP-ID
               DISPLAY 'Reason:        ' SAR-DECISION-NOTE
           END-IF.
           IF SAR-FILED
               DISPLAY 'Filed:         ' SAR-FILED-DATE
           END-IF.

       VIEW-SAR-CASE-SCREEN-END.
           EXIT.

       SHOW-ONE-SAR-ACCOUNT.
      *    Show one account collected on the case
           DISPLAY 'Account:       ' SAR-ACCOUNT-ID(WS-SAC-IDX).

       SHOW-ONE-SAR-TXN.
      *    Show one collected posting with its date, type and amount
           MOVE SAR-TXN-ID(WS-SAC-IDX) TO TXN-ID.
           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
           CALL 'FILES' USING 'READ-TRANSACTION'
               TRANSACTION-RECORD WS-SAC-TXN-STATUS.
           CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'.

           IF WS-SAC-TXN-STATUS = '00'
               MOVE TXN-AMOUNT TO WS-SAC-DISPLAY-AMOUNT
               DISPLAY '  ' TXN-ID ' ' TXN-VALUE-DATE ' '
                   TXN-ACCOUNT-ID ' ' TXN-TYPE ' '
                   WS-SAC-DISPLAY-AMOUNT
           ELSE
               DISPLAY '  ' SAR-TXN-ID(WS-SAC-IDX)
                   ' (no longer on the live file)'
           END-IF.

       SHOW-ONE-SAR-NARRATIVE.
      *    Show one narrative line, blank lines included
           DISPLAY '  ' WS-SAC-IDX ' ' SAR-NARRATIVE(WS-SAC-IDX).

       ADD-SAR-TXN-SCREEN.
      *    Collect a related posting onto an open case
           DISPLAY 'Case number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SAC-CASE-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid case number.'
               GO TO ADD-SAR-TXN-SCREEN-END
           END-IF.

           DISPLAY 'Transaction ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SAC-TXN-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-SAC-TXN-ID = 0
               DISPLAY 'Invalid transaction ID.'
               GO TO ADD-SAR-TXN-SCREEN-END
           END-IF.

           CALL 'SARCASES' USING 'ADD-CASE-TRANSACTION'
               WS-SAC-CASE-ID WS-SAC-TXN-ID WS-CURRENT-OPERATOR-ID
               SAR-CASE-RECORD WS-OPERATION-STATUS WS-SAC-MESSAGE.

           DISPLAY WS-SAC-MESSAGE.

       ADD-SAR-TXN-SCREEN-END.
           EXIT.

       ADD-SAR-ACCOUNT-SCREEN.
      *    Collect a related account onto an open case
           DISPLAY 'Case number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SAC-CASE-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid case number.'
               GO TO ADD-SAR-ACCOUNT-SCREEN-END
           END-IF.

           DISPLAY 'Account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SAC-ACCOUNT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid account ID.'
               GO TO ADD-SAR-ACCOUNT-SCREEN-END
           END-IF.

           CALL 'SARCASES' USING 'ADD-CASE-ACCOUNT'
               WS-SAC-CASE-ID WS-SAC-ACCOUNT-ID WS-CURRENT-OPERATOR-ID
               SAR-CASE-RECORD WS-OPERATION-STATUS WS-SAC-MESSAGE.

           DISPLAY WS-SAC-MESSAGE.

       ADD-SAR-ACCOUNT-SCREEN-END.
           EXIT.

       SAR-NARRATIVE-SCREEN.
      *    Write (or overwrite) one of the four narrative lines
           DISPLAY 'Case number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SAC-CASE-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid case number.'
               GO TO SAR-NARRATIVE-SCREEN-END
           END-IF.

           DISPLAY 'Narrative line (1-4): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-SAC-LINE-NO WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-SAC-LINE-NO > 4
               DISPLAY 'Invalid line number.'
               GO TO SAR-NARRATIVE-SCREEN-END
           END-IF.

           DISPLAY 'Text: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-SAC-NARRATIVE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-SAC-NARRATIVE
           END-IF.

           CALL 'SARCASES' USING 'SET-CASE-NARRATIVE'
               WS-SAC-CASE-ID WS-SAC-LINE-NO WS-SAC-NARRATIVE
               WS-CURRENT-OPERATOR-ID SAR-CASE-RECORD
               WS-OPERATION-STATUS WS-SAC-MESSAGE.

           DISPLAY WS-SAC-MESSAGE.

       SAR-NARRATIVE-SCREEN-END.
           EXIT.

       REFER-SAR-CASE-SCREEN.
      *    Hand a worked case to the MLRO for decision
           DISPLAY 'Case number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SAC-CASE-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid case number.'
               GO TO REFER-SAR-CASE-SCREEN-END
           END-IF.

           CALL 'SARCASES' USING 'REFER-CASE'
               WS-SAC-CASE-ID WS-CURRENT-OPERATOR-ID
               SAR-CASE-RECORD WS-OPERATION-STATUS WS-SAC-MESSAGE.

           DISPLAY WS-SAC-MESSAGE.

       REFER-SAR-CASE-SCREEN-END.
           EXIT.

       DECIDE-SAR-CASE-SCREEN.
      *    MLRO only: file, do not file, or send back for more work
           IF NOT CURRENT-OP-MLRO
               DISPLAY 'Only the MLRO can decide a case.'
               GO TO DECIDE-SAR-CASE-SCREEN-END
           END-IF.

           PERFORM GET-SAR-CASE-FOR-DESK
               THRU GET-SAR-CASE-FOR-DESK-END.
           IF WS-OPERATION-STATUS NOT = '00'
               GO TO DECIDE-SAR-CASE-SCREEN-END
           END-IF.

           MOVE SAR-TXN-TOTAL TO WS-SAC-DISPLAY-AMOUNT.
           DISPLAY 'Case ' SAR-CASE-ID ' ' SAR-STATUS ' subject '
               SAR-CUSTOMER-ID ' total ' WS-SAC-DISPLAY-AMOUNT.
           DISPLAY '  ' SAR-NARRATIVE(1).
           DISPLAY 'Decision: 1 FILE with the FIU  2 DO NOT FILE  '
               '3 RETURN to analyst: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-SAC-PICK WS-USER-INPUT-VALID.

           EVALUATE WS-SAC-PICK
               WHEN 1
                   MOVE 'FILE' TO WS-SAC-DECISION
               WHEN 2
                   MOVE 'NOFILE' TO WS-SAC-DECISION
               WHEN 3
                   MOVE 'RETURN' TO WS-SAC-DECISION
               WHEN OTHER
                   DISPLAY 'Invalid decision. Operation cancelled.'
                   GO TO DECIDE-SAR-CASE-SCREEN-END
           END-EVALUATE.

           DISPLAY 'Reason: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-SAC-DECISION-NOTE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'A reason is required. Operation cancelled.'
               GO TO DECIDE-SAR-CASE-SCREEN-END
           END-IF.

           CALL 'SARCASES' USING 'RECORD-DECISION'
               WS-SAC-CASE-ID WS-SAC-DECISION WS-SAC-DECISION-NOTE
               WS-CURRENT-OPERATOR-ID SAR-CASE-RECORD
               WS-OPERATION-STATUS WS-SAC-MESSAGE.

           DISPLAY WS-SAC-MESSAGE.

       DECIDE-SAR-CASE-SCREEN-END.
           EXIT.

       GET-SAR-CASE-FOR-DESK.
      *    Key a case number and read the case
      *    Output: SAR-CASE-RECORD, WS-SAC-CASE-ID,
      *            WS-OPERATION-STATUS
           DISPLAY 'Case number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SAC-CASE-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE '99' TO WS-OPERATION-STATUS
               DISPLAY 'Invalid case number.'
               GO TO GET-SAR-CASE-FOR-DESK-END
           END-IF.

           CALL 'SARCASES' USING 'GET-CASE'
               WS-SAC-CASE-ID WS-CURRENT-OPERATOR-ID
               SAR-CASE-RECORD WS-OPERATION-STATUS WS-SAC-MESSAGE.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY WS-SAC-MESSAGE
           END-IF.

       GET-SAR-CASE-FOR-DESK-END.
           EXIT.

       LIST-SUBJECT-SAR-CASES.
      *    List every case on file for one subject, oldest first
           DISPLAY 'Customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-ACCOUNT-ID'
               WS-SAC-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid customer ID.'
               GO TO LIST-SUBJECT-SAR-CASES-END
           END-IF.

           MOVE 0 TO WS-SAC-LIST-COUNT.
           MOVE WS-SAC-CUSTOMER-ID TO SAR-CUSTOMER-ID.

           CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'.
           CALL 'FILES' USING 'START-SAR-CASE-BY-CUSTOMER'
               SAR-CASE-RECORD WS-SAC-LIST-STATUS.

           PERFORM LIST-NEXT-SAR-CASE
               UNTIL WS-SAC-LIST-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'.

           IF WS-SAC-LIST-COUNT = 0
               DISPLAY 'No cases on file for this customer.'
           END-IF.

       LIST-SUBJECT-SAR-CASES-END.
           EXIT.

       LIST-NEXT-SAR-CASE.
      *    Show one case; stop at the next customer's cases
           CALL 'FILES' USING 'READ-NEXT-SAR-CASE'
               SAR-CASE-RECORD WS-SAC-LIST-STATUS.

           IF WS-SAC-LIST-STATUS = '00'
               IF SAR-CUSTOMER-ID NOT = WS-SAC-CUSTOMER-ID
                   MOVE '10' TO WS-SAC-LIST-STATUS
               ELSE
                   ADD 1 TO WS-SAC-LIST-COUNT
                   MOVE SAR-TXN-TOTAL TO WS-SAC-DISPLAY-AMOUNT
                   DISPLAY SAR-CASE-ID ' ' SAR-OPENED-DATE ' '
                       SAR-STATUS ' ' SAR-TXN-COUNT ' txns '
                       WS-SAC-DISPLAY-AMOUNT
               END-IF
           END-IF.

      ******************************************************************
      * POSTING RULES MAINTENANCE
      ******************************************************************

       HANDLE-POSTING-RULES.
      *    Finance desk: map transaction codes (and optionally one
      *    channel) to their debit and credit GL accounts (see
      *    POSTRULE.COB). Supervisor only; a rule set or removed here
      *    is a reference data change and applies only once a second
      *    operator approves it.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'POSTING RULES'.
           DISPLAY '-------------'.
           DISPLAY '  1 - Set a rule'.
           DISPLAY '  2 - Remove a rule'.
           DISPLAY '  3 - List all rules'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-PRL-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-PRL-CHOICE
           END-IF.

           EVALUATE WS-PRL-CHOICE
               WHEN 1
                   PERFORM SET-POSTING-RULE-SCREEN
                       THRU SET-POSTING-RULE-SCREEN-END
               WHEN 2
                   PERFORM REMOVE-POSTING-RULE-SCREEN
                       THRU REMOVE-POSTING-RULE-SCREEN-END
               WHEN 3
                   PERFORM LIST-POSTING-RULES-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-POSTING-RULES-END.
           EXIT.

       GET-POSTING-RULE-KEY.
      *    Collect the code and channel that key one rule; a blank
      *    channel is the code's catch-all for every channel
           DISPLAY 'Enter transaction code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-PRL-CODE-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-PRL-CODE-INPUT
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-PRL-CODE-INPUT)
               TO WS-PRL-CODE-INPUT.

           DISPLAY 'Enter channel (blank for all channels): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-PRL-CHANNEL-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-PRL-CHANNEL-INPUT
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-PRL-CHANNEL-INPUT)
               TO WS-PRL-CHANNEL-INPUT.

       SET-POSTING-RULE-SCREEN.
      *    Create or replace one rule, submitted for a second
      *    operator's approval (REFCHG.COB)
           PERFORM GET-POSTING-RULE-KEY.

           IF WS-PRL-CODE-INPUT = SPACES
               DISPLAY 'A transaction code is required. Cancelled.'
               GO TO SET-POSTING-RULE-SCREEN-END
           END-IF.

           DISPLAY 'Enter GL account debited: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-PRL-DEBIT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid GL account. Operation cancelled.'
               GO TO SET-POSTING-RULE-SCREEN-END
           END-IF.

           DISPLAY 'Enter GL account credited: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-PRL-CREDIT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid GL account. Operation cancelled.'
               GO TO SET-POSTING-RULE-SCREEN-END
           END-IF.

           DISPLAY 'Enter rule description: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-PRL-DESC-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-PRL-DESC-INPUT
           END-IF.

           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Posting rule not changed.'
               GO TO SET-POSTING-RULE-SCREEN-END
           END-IF.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'POSTRULE' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE WS-PRL-CODE-INPUT TO RFC-ITEM-KEY(1:6).
           MOVE WS-PRL-CHANNEL-INPUT TO RFC-ITEM-KEY(7:10).
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE WS-PRL-DEBIT-INPUT TO RFV-PRL-DEBIT-GLA.
           MOVE WS-PRL-CREDIT-INPUT TO RFV-PRL-CREDIT-GLA.
           MOVE WS-PRL-DESC-INPUT TO RFV-PRL-DESCRIPTION.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       SET-POSTING-RULE-SCREEN-END.
           EXIT.

       REMOVE-POSTING-RULE-SCREEN.
      *    Delete one rule by code and channel, submitted for a second
      *    operator's approval (REFCHG.COB)
           PERFORM GET-POSTING-RULE-KEY.

           IF WS-PRL-CODE-INPUT = SPACES
               DISPLAY 'A transaction code is required. Cancelled.'
               GO TO REMOVE-POSTING-RULE-SCREEN-END
           END-IF.

           DISPLAY 'Postings under this code will go to unmapped '
               'suspense unless another rule covers them.'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Posting rule not removed.'
               GO TO REMOVE-POSTING-RULE-SCREEN-END
           END-IF.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'POSTRULE' TO RFC-TABLE.
           MOVE 'REMOVE' TO RFC-ACTION.
           MOVE WS-PRL-CODE-INPUT TO RFC-ITEM-KEY(1:6).
           MOVE WS-PRL-CHANNEL-INPUT TO RFC-ITEM-KEY(7:10).
           MOVE SPACES TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       REMOVE-POSTING-RULE-SCREEN-END.
           EXIT.

       LIST-POSTING-RULES-SCREEN.
      *    List every rule in code/channel order
           MOVE 0 TO WS-PRL-LIST-COUNT.
           DISPLAY ' '.
           DISPLAY 'CODE   CHANNEL     DR   CR   DESCRIPTION'.

           CALL 'FILES' USING 'OPEN-POSTING-RULE-FILE-IO'.
           CALL 'FILES' USING 'START-POSTING-RULE-FILE-TOP'
               WS-PRL-LIST-STATUS.

           PERFORM LIST-NEXT-POSTING-RULE
               UNTIL WS-PRL-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-POSTING-RULE-FILE'.

           IF WS-PRL-LIST-COUNT = 0
               DISPLAY 'No posting rules on file.'
           END-IF.

       LIST-NEXT-POSTING-RULE.
      *    Show one rule; a blank channel reads as every channel
           CALL 'FILES' USING 'READ-NEXT-POSTING-RULE'
               POSTING-RULE-RECORD WS-PRL-LIST-STATUS.

           IF WS-PRL-LIST-STATUS = '00'
               ADD 1 TO WS-PRL-LIST-COUNT
               IF PRL-CHANNEL = SPACES
                   MOVE '(all)' TO PRL-CHANNEL
               END-IF
               DISPLAY PRL-TXN-CODE ' ' PRL-CHANNEL '  '
                   PRL-DEBIT-GLA ' ' PRL-CREDIT-GLA ' '
                   PRL-DESCRIPTION
           END-IF.

      ******************************************************************
      * SUSPENSE OPEN-ITEM MATCHING
      ******************************************************************

       HANDLE-OPEN-ITEMS.
      *    Finance desk: work the open items on the suspense rows
      *    (see OPENITEM.COB) - list what is still open, match a
      *    pair the automatic matching could not, and choose which
      *    chart rows are under open-item control. Supervisor only.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'SUSPENSE OPEN-ITEM MATCHING'.
           DISPLAY '---------------------------'.
           DISPLAY '  1 - List open items'.
           DISPLAY '  2 - Match two items'.
           DISPLAY '  3 - Set open-item control on a GL account'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-OIM-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-OIM-CHOICE
           END-IF.

           EVALUATE WS-OIM-CHOICE
               WHEN 1
                   PERFORM LIST-OPEN-ITEMS-SCREEN
               WHEN 2
                   PERFORM MATCH-OPEN-ITEMS-SCREEN
                       THRU MATCH-OPEN-ITEMS-SCREEN-END
               WHEN 3
                   PERFORM SET-OPEN-ITEM-CONTROL-SCREEN
                       THRU SET-OPEN-ITEM-CONTROL-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-OPEN-ITEMS-END.
           EXIT.

       LIST-OPEN-ITEMS-SCREEN.
      *    List the items still open (or parked for write-off) on
      *    one GL account, or on every controlled account for zero
           DISPLAY 'Enter GL account (0 for all): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-OIM-GLA-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-OIM-GLA-INPUT
           END-IF.

           MOVE 0 TO WS-OIM-LIST-COUNT.
           MOVE 0 TO WS-OIM-LIST-TOTAL.
           DISPLAY ' '.
           DISPLAY 'ITEM ID    GL   BRCH OPENED   STATUS  '
               '         AMOUNT REFERENCE'.

           CALL 'FILES' USING 'OPEN-OPEN-ITEM-FILE-IO'.
           CALL 'FILES' USING 'START-OPEN-ITEM-FILE-TOP'
               WS-OIM-LIST-STATUS.

           PERFORM LIST-NEXT-OPEN-ITEM
               UNTIL WS-OIM-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-OPEN-ITEM-FILE'.

           IF WS-OIM-LIST-COUNT = 0
               DISPLAY 'No open items.'
           ELSE
               MOVE WS-OIM-LIST-TOTAL TO WS-OIM-DISPLAY-AMOUNT
               DISPLAY ' '
               DISPLAY WS-OIM-LIST-COUNT ' item(s), net '
                   WS-OIM-DISPLAY-AMOUNT
           END-IF.

       LIST-NEXT-OPEN-ITEM.
      *    Show one item if it is still unmatched and on the
      *    requested account
           CALL 'FILES' USING 'READ-NEXT-OPEN-ITEM'
               OPEN-ITEM-RECORD WS-OIM-LIST-STATUS.

           IF WS-OIM-LIST-STATUS = '00'
                   AND (OIT-OPEN OR OIT-WO-PENDING)
                   AND (WS-OIM-GLA-INPUT = 0
                        OR OIT-GLA-ID = WS-OIM-GLA-INPUT)
               ADD 1 TO WS-OIM-LIST-COUNT
               ADD OIT-AMOUNT TO WS-OIM-LIST-TOTAL
               MOVE OIT-AMOUNT TO WS-OIM-DISPLAY-AMOUNT
               DISPLAY OIT-ITEM-ID ' ' OIT-GLA-ID ' '
                   OIT-BRANCH-CODE ' ' OIT-OPEN-DATE ' '
                   OIT-STATUS WS-OIM-DISPLAY-AMOUNT ' '
                   OIT-REFERENCE
               DISPLAY '           ' OIT-DESCRIPTION
           END-IF.

       MATCH-OPEN-ITEMS-SCREEN.
      *    Match two open items that net to zero by hand
           DISPLAY 'Enter first item ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-OIM-ITEM-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid item ID. Operation cancelled.'
               GO TO MATCH-OPEN-ITEMS-SCREEN-END
           END-IF.

           DISPLAY 'Enter item ID it clears: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-OIM-MATCH-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid item ID. Operation cancelled.'
               GO TO MATCH-OPEN-ITEMS-SCREEN-END
           END-IF.

           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Items not matched.'
               GO TO MATCH-OPEN-ITEMS-SCREEN-END
           END-IF.

           CALL 'OPENITEM' USING 'MATCH-OPEN-ITEMS'
               WS-OIM-ITEM-INPUT WS-OIM-MATCH-INPUT
               WS-CURRENT-OPERATOR-ID WS-OPERATION-STATUS
               WS-OIM-MESSAGE.

           DISPLAY ' '.
           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Items ' WS-OIM-ITEM-INPUT ' and '
                   WS-OIM-MATCH-INPUT ' matched.'
           ELSE
               DISPLAY 'Could not match: ' WS-OIM-MESSAGE
           END-IF.

       MATCH-OPEN-ITEMS-SCREEN-END.
           EXIT.

       SET-OPEN-ITEM-CONTROL-SCREEN.
      *    Put a GL account under open-item control or take it out
           DISPLAY 'Enter GL account: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-OIM-GLA-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid GL account. Operation cancelled.'
               GO TO SET-OPEN-ITEM-CONTROL-SCREEN-END
           END-IF.

           DISPLAY 'Track open items on it (Y/N): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-OIM-FLAG-INPUT WS-USER-INPUT-VALID.

           MOVE FUNCTION UPPER-CASE(WS-OIM-FLAG-INPUT)
               TO WS-OIM-FLAG-INPUT.

           CALL 'OPENITEM' USING 'SET-OPEN-ITEM-CONTROL'
               WS-OIM-GLA-INPUT WS-OIM-FLAG-INPUT
               WS-CURRENT-OPERATOR-ID WS-OPERATION-STATUS
               WS-OIM-MESSAGE.

           DISPLAY ' '.
           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Open-item control on GL ' WS-OIM-GLA-INPUT
                   ' set to ' WS-OIM-FLAG-INPUT '.'
           ELSE
               DISPLAY 'Not changed: ' WS-OIM-MESSAGE
           END-IF.

       SET-OPEN-ITEM-CONTROL-SCREEN-END.
           EXIT.

      ******************************************************************
      * MONEY MARKET DEALS
      ******************************************************************

       HANDLE-MM-DEALS.
      *    Treasury desk for interbank placements and borrowings
      *    (see MMDEALS.COB): capture a deal (held pending), let a
      *    supervisor approve or reject it, list the deal book, and
      *    maintain the counterparty banks and their limits
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'MONEY MARKET DEALS'.
           DISPLAY '------------------'.
           DISPLAY '  1 - Capture a new deal'.
           DISPLAY '  2 - Approve or reject a pending deal'.
           DISPLAY '  3 - List deals'.
           DISPLAY '  4 - Set counterparty limit (supervisor)'.
           DISPLAY '  5 - List counterparties and limit use'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-MMK-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-MMK-CHOICE
           END-IF.

           EVALUATE WS-MMK-CHOICE
               WHEN 1
                   PERFORM ENTER-MM-DEAL-SCREEN
                       THRU ENTER-MM-DEAL-SCREEN-END
               WHEN 2
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM DECIDE-MM-DEAL-SCREEN
                           THRU DECIDE-MM-DEAL-SCREEN-END
                   END-IF
               WHEN 3
                   PERFORM LIST-MM-DEALS-SCREEN
               WHEN 4
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SET-MM-COUNTERPARTY-SCREEN
                           THRU SET-MM-COUNTERPARTY-SCREEN-END
                   END-IF
               WHEN 5
                   PERFORM LIST-MM-COUNTERPARTIES-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-MM-DEALS-END.
           EXIT.

       ENTER-MM-DEAL-SCREEN.
      *    Capture one deal's terms; the module checks them and the
      *    counterparty's limit before saving it pending
           INITIALIZE MM-DEAL-RECORD.

           DISPLAY ' '.
           DISPLAY 'Counterparty code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-MMK-CPTY-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-MMK-CPTY-INPUT = SPACES
               DISPLAY 'A counterparty is required.'
               GO TO ENTER-MM-DEAL-SCREEN-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-MMK-CPTY-INPUT)
               TO MMD-COUNTERPARTY.

           DISPLAY 'P = placement, B = borrowing: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-MMK-DIRECTION-INPUT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-MMK-DIRECTION-INPUT)
               TO MMD-DIRECTION.

           DISPLAY 'Principal: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-MMK-AMOUNT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid principal. Operation cancelled.'
               GO TO ENTER-MM-DEAL-SCREEN-END
           END-IF.
           MOVE WS-MMK-AMOUNT-INPUT TO MMD-PRINCIPAL.

           DISPLAY 'Annual rate (percent, e.g. 10.75): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-MMK-RATE-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-MMK-RATE-INPUT > 999
               DISPLAY 'Invalid rate. Operation cancelled.'
               GO TO ENTER-MM-DEAL-SCREEN-END
           END-IF.
           MOVE WS-MMK-RATE-INPUT TO MMD-RATE.

           DISPLAY 'Currency (blank = BRL): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-MMK-CCY-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-MMK-CCY-INPUT = SPACES
               MOVE 'BRL' TO WS-MMK-CCY-INPUT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-MMK-CCY-INPUT) TO MMD-CURRENCY.

           DISPLAY 'Value date (CCYYMMDD): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-DATE-INPUT'
               WS-MMK-DATE-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid value date. Operation cancelled.'
               GO TO ENTER-MM-DEAL-SCREEN-END
           END-IF.
           MOVE WS-MMK-DATE-INPUT TO MMD-VALUE-DATE.

           DISPLAY 'Maturity date (CCYYMMDD): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-DATE-INPUT'
               WS-MMK-DATE-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid maturity date. Operation cancelled.'
               GO TO ENTER-MM-DEAL-SCREEN-END
           END-IF.
           MOVE WS-MMK-DATE-INPUT TO MMD-MATURITY-DATE.

           CALL 'MMDEALS' USING 'CREATE-MM-DEAL'
               MM-DEAL-RECORD WS-CURRENT-OPERATOR-ID
               WS-OPERATION-STATUS WS-MMK-MESSAGE.

           DISPLAY ' '.
           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Deal ' MMD-DEAL-ID
                   ' saved - awaiting approval.'
           ELSE
               DISPLAY 'Deal refused: ' WS-MMK-MESSAGE
           END-IF.

       ENTER-MM-DEAL-SCREEN-END.
           EXIT.

       DECIDE-MM-DEAL-SCREEN.
      *    Checker decision on a pending deal
           DISPLAY ' '.
           DISPLAY 'Deal number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-MMK-DEAL-ID-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid deal number.'
               GO TO DECIDE-MM-DEAL-SCREEN-END
           END-IF.

           CALL 'MMDEALS' USING 'GET-MM-DEAL'
               WS-MMK-DEAL-ID-INPUT MM-DEAL-RECORD
               WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY 'Deal not found.'
               GO TO DECIDE-MM-DEAL-SCREEN-END
           END-IF.

           PERFORM DISPLAY-MM-DEAL-DETAIL.

           DISPLAY ' '.
           DISPLAY '  1 - Approve'.
           DISPLAY '  2 - Reject'.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-MMK-CHOICE WS-USER-INPUT-VALID.

           EVALUATE WS-MMK-CHOICE
               WHEN 1
                   CALL 'MMDEALS' USING 'APPROVE-MM-DEAL'
                       WS-MMK-DEAL-ID-INPUT WS-CURRENT-OPERATOR-ID
                       MM-DEAL-RECORD WS-OPERATION-STATUS
                       WS-MMK-MESSAGE
                   IF WS-OPERATION-STATUS = '00'
                       DISPLAY WS-MMK-MESSAGE
                   ELSE
                       DISPLAY 'Approval refused: ' WS-MMK-MESSAGE
                   END-IF
               WHEN 2
                   CALL 'MMDEALS' USING 'REJECT-MM-DEAL'
                       WS-MMK-DEAL-ID-INPUT WS-CURRENT-OPERATOR-ID
                       MM-DEAL-RECORD WS-OPERATION-STATUS
                       WS-MMK-MESSAGE
                   IF WS-OPERATION-STATUS = '00'
                       DISPLAY 'Deal rejected.'
                   ELSE
                       DISPLAY 'Rejection refused: ' WS-MMK-MESSAGE
                   END-IF
               WHEN OTHER
                   DISPLAY 'No decision recorded.'
           END-EVALUATE.

       DECIDE-MM-DEAL-SCREEN-END.
           EXIT.

       DISPLAY-MM-DEAL-DETAIL.
      *    Show one deal's terms and where it stands
           MOVE MMD-PRINCIPAL TO WS-MMK-DISPLAY-AMOUNT.
           MOVE MMD-RATE TO WS-MMK-DISPLAY-RATE.
           DISPLAY ' '.
           DISPLAY 'Deal:         ' MMD-DEAL-ID.
           DISPLAY 'Status:       ' MMD-STATUS.
           DISPLAY 'Counterparty: ' MMD-COUNTERPARTY.
           IF MMD-PLACEMENT
               DISPLAY 'Direction:    PLACEMENT'
           ELSE
               DISPLAY 'Direction:    BORROWING'
           END-IF.
           DISPLAY 'Principal:    ' WS-MMK-DISPLAY-AMOUNT ' '
               MMD-CURRENCY.
           DISPLAY 'Rate:         ' WS-MMK-DISPLAY-RATE '%'.
           DISPLAY 'Value date:   ' MMD-VALUE-DATE.
           DISPLAY 'Maturity:     ' MMD-MATURITY-DATE.
           DISPLAY 'Maker:        ' MMD-MAKER-OP-ID.
           DISPLAY 'Checker:      ' MMD-CHECKER-OP-ID.

       LIST-MM-DEALS-SCREEN.
      *    List the live deal book (pending, approved and open), or
      *    every deal on file when asked for all
           DISPLAY 'Include matured and rejected deals (Y/N): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-MMK-ALL-INPUT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-MMK-ALL-INPUT)
               TO WS-MMK-ALL-INPUT.

           MOVE 0 TO WS-MMK-LIST-COUNT.
           DISPLAY ' '.
           DISPLAY 'DEAL     D CPTY     CCY       PRINCIPAL    RATE'
               ' VALUE    MATURITY STATUS'.

           CALL 'FILES' USING 'OPEN-MM-DEAL-FILE-IO'.
           CALL 'FILES' USING 'START-MM-DEAL-FILE-TOP'
               WS-MMK-LIST-STATUS.

           PERFORM LIST-NEXT-MM-DEAL
               UNTIL WS-MMK-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-MM-DEAL-FILE'.

           IF WS-MMK-LIST-COUNT = 0
               DISPLAY 'No deals.'
           ELSE
               DISPLAY ' '
               DISPLAY WS-MMK-LIST-COUNT ' deal(s).'
           END-IF.

       LIST-NEXT-MM-DEAL.
      *    Show one deal if it is live or all were asked for
           CALL 'FILES' USING 'READ-NEXT-MM-DEAL'
               MM-DEAL-RECORD WS-MMK-LIST-STATUS.

           IF WS-MMK-LIST-STATUS = '00'
                   AND (WS-MMK-ALL-INPUT = 'Y'
                        OR MMD-PENDING OR MMD-APPROVED OR MMD-OPEN)
               ADD 1 TO WS-MMK-LIST-COUNT
               MOVE MMD-PRINCIPAL TO WS-MMK-DISPLAY-AMOUNT
               MOVE MMD-RATE TO WS-MMK-DISPLAY-RATE
               DISPLAY MMD-DEAL-ID ' ' MMD-DIRECTION ' '
                   MMD-COUNTERPARTY ' ' MMD-CURRENCY
                   WS-MMK-DISPLAY-AMOUNT ' ' WS-MMK-DISPLAY-RATE ' '
                   MMD-VALUE-DATE ' ' MMD-MATURITY-DATE ' '
                   MMD-STATUS
           END-IF.

       SET-MM-COUNTERPARTY-SCREEN.
      *    Add a counterparty bank or change its name, limit or
      *    status
           INITIALIZE MM-COUNTERPARTY-RECORD.

           DISPLAY ' '.
           DISPLAY 'Counterparty code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-MMK-CPTY-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-MMK-CPTY-INPUT = SPACES
               DISPLAY 'A counterparty code is required.'
               GO TO SET-MM-COUNTERPARTY-SCREEN-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-MMK-CPTY-INPUT)
               TO WS-MMK-CPTY-INPUT.

      *    Start from the row on file so a blank answer keeps it
           CALL 'MMDEALS' USING 'GET-MM-COUNTERPARTY'
               WS-MMK-CPTY-INPUT MM-COUNTERPARTY-RECORD
               WS-OPERATION-STATUS.
           IF WS-OPERATION-STATUS NOT = '00'
               INITIALIZE MM-COUNTERPARTY-RECORD
               MOVE WS-MMK-CPTY-INPUT TO MMC-COUNTERPARTY
               MOVE 'ACTIVE' TO MMC-STATUS
               DISPLAY 'New counterparty.'
           ELSE
               MOVE MMC-LIMIT TO WS-MMK-DISPLAY-AMOUNT
               DISPLAY 'Name:   ' MMC-NAME
               DISPLAY 'Limit:  ' WS-MMK-DISPLAY-AMOUNT
               DISPLAY 'Status: ' MMC-STATUS
           END-IF.

           DISPLAY 'Bank name (blank = keep): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-MMK-NAME-INPUT WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 1 AND WS-MMK-NAME-INPUT NOT = SPACES
               MOVE WS-MMK-NAME-INPUT TO MMC-NAME
           END-IF.

           DISPLAY 'Placement limit: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-MMK-AMOUNT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid limit. Operation cancelled.'
               GO TO SET-MM-COUNTERPARTY-SCREEN-END
           END-IF.
           MOVE WS-MMK-AMOUNT-INPUT TO MMC-LIMIT.

           DISPLAY 'Status ACTIVE/SUSPEND (blank = keep): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-MMK-STATUS-INPUT WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 1
                   AND WS-MMK-STATUS-INPUT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-MMK-STATUS-INPUT)
                   TO MMC-STATUS
           END-IF.

           CALL 'MMDEALS' USING 'SET-MM-COUNTERPARTY'
               MM-COUNTERPARTY-RECORD WS-CURRENT-OPERATOR-ID
               WS-OPERATION-STATUS WS-MMK-MESSAGE.

           DISPLAY ' '.
           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Counterparty ' MMC-COUNTERPARTY ' saved.'
           ELSE
               DISPLAY 'Not saved: ' WS-MMK-MESSAGE
           END-IF.

       SET-MM-COUNTERPARTY-SCREEN-END.
           EXIT.

       LIST-MM-COUNTERPARTIES-SCREEN.
      *    List every counterparty with its limit, what is placed
      *    against it and what is left
           MOVE 0 TO WS-MMK-LIST-COUNT.
           DISPLAY ' '.
           DISPLAY 'CPTY     NAME                           STATUS  '
               '          LIMIT            USED       AVAILABLE'.

      *    The counterparties are collected first, so that the
      *    exposure scan does not run with this file still open
           MOVE 0 TO WS-MMK-CPTY-COUNT.
           CALL 'FILES' USING 'OPEN-MM-COUNTERPARTY-FILE-IO'.
           CALL 'FILES' USING 'START-MM-COUNTERPARTY-FILE-TOP'
               WS-MMK-LIST-STATUS.

           PERFORM COLLECT-NEXT-MM-COUNTERPARTY
               UNTIL WS-MMK-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-MM-COUNTERPARTY-FILE'.

           PERFORM LIST-ONE-MM-COUNTERPARTY
               VARYING WS-MMK-CPTY-IDX FROM 1 BY 1
               UNTIL WS-MMK-CPTY-IDX > WS-MMK-CPTY-COUNT.

           IF WS-MMK-LIST-COUNT = 0
               DISPLAY 'No counterparties on file.'
           END-IF.

       COLLECT-NEXT-MM-COUNTERPARTY.
      *    Remember one counterparty code for the listing
           CALL 'FILES' USING 'READ-NEXT-MM-COUNTERPARTY'
               MM-COUNTERPARTY-RECORD WS-MMK-LIST-STATUS.

           IF WS-MMK-LIST-STATUS = '00' AND WS-MMK-CPTY-COUNT < 200
               ADD 1 TO WS-MMK-CPTY-COUNT
               MOVE MMC-COUNTERPARTY
                   TO WS-MMK-CPTY-CODE(WS-MMK-CPTY-COUNT)
           END-IF.

       LIST-ONE-MM-COUNTERPARTY.
      *    Show one counterparty and its limit utilization
           CALL 'MMDEALS' USING 'GET-MM-COUNTERPARTY'
               WS-MMK-CPTY-CODE(WS-MMK-CPTY-IDX)
               MM-COUNTERPARTY-RECORD WS-OPERATION-STATUS.

           IF WS-OPERATION-STATUS = '00'
               MOVE 0 TO WS-MMK-DEAL-ID-INPUT
               CALL 'MMDEALS' USING 'GET-MM-EXPOSURE'
                   MMC-COUNTERPARTY WS-MMK-DEAL-ID-INPUT
                   WS-MMK-EXPOSURE
               COMPUTE WS-MMK-AVAILABLE = MMC-LIMIT - WS-MMK-EXPOSURE
               ADD 1 TO WS-MMK-LIST-COUNT
               MOVE MMC-LIMIT TO WS-MMK-DISPLAY-AMOUNT
               MOVE WS-MMK-EXPOSURE TO WS-MMK-DISPLAY-USED
               MOVE WS-MMK-AVAILABLE TO WS-MMK-DISPLAY-AVAIL
               DISPLAY MMC-COUNTERPARTY ' ' MMC-NAME ' '
                   MMC-STATUS WS-MMK-DISPLAY-AMOUNT ' '
                   WS-MMK-DISPLAY-USED ' ' WS-MMK-DISPLAY-AVAIL
           END-IF.

      ******************************************************************
      * FX COUNTER EXCHANGE
      ******************************************************************

       HANDLE-FX-COUNTER.
      *    Teller desk for buying and selling foreign banknotes over
      *    the counter (see FXCOUNTER.COB) - no account needed on
      *    either side, the cash moves through the teller's drawer
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'FX COUNTER'.
           DISPLAY '----------'.
           DISPLAY '  1 - Customer sells notes (bank buys)'.
           DISPLAY '  2 - Customer buys notes (bank sells)'.
           DISPLAY '  3 - Reprint an FX counter receipt'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-FXK-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-FXK-CHOICE
           END-IF.

           EVALUATE WS-FXK-CHOICE
               WHEN 1
                   PERFORM EXCHANGE-FX-NOTES-SCREEN
                       THRU EXCHANGE-FX-NOTES-SCREEN-END
               WHEN 2
                   PERFORM EXCHANGE-FX-NOTES-SCREEN
                       THRU EXCHANGE-FX-NOTES-SCREEN-END
               WHEN 3
                   PERFORM REPRINT-FX-RECEIPT-SCREEN
                       THRU REPRINT-FX-RECEIPT-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-FX-COUNTER-END.
           EXIT.

       EXCHANGE-FX-NOTES-SCREEN.
      *    Key the notes and the party, read the price back to the
      *    customer, take identification when the amount calls for
      *    it, and book the exchange on the teller's confirmation
           INITIALIZE FX-COUNTER-RECORD.
           IF WS-FXK-CHOICE = 1
               MOVE 'BUY' TO FXC-DIRECTION
           ELSE
               MOVE 'SELL' TO FXC-DIRECTION
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Currency (USD or EUR): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-FXK-CCY-INPUT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-FXK-CCY-INPUT) TO FXC-CURRENCY.

           DISPLAY 'Amount of notes: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-FXK-AMOUNT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount. Operation cancelled.'
               GO TO EXCHANGE-FX-NOTES-SCREEN-END
           END-IF.
           MOVE WS-FXK-AMOUNT-INPUT TO FXC-FOREIGN-AMOUNT.

           DISPLAY 'Customer account (0 = walk-in): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-FXK-ACCOUNT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-FXK-ACCOUNT-INPUT
           END-IF.
           MOVE WS-FXK-ACCOUNT-INPUT TO FXC-ACCOUNT-ID.

           CALL 'FXCOUNTER' USING 'QUOTE-FX-COUNTER-DEAL'
               FX-COUNTER-RECORD WS-FXK-ID-REQUIRED
               WS-FXK-STATUS WS-FXK-MESSAGE.

           IF WS-FXK-STATUS NOT = '00'
               DISPLAY WS-FXK-MESSAGE
               GO TO EXCHANGE-FX-NOTES-SCREEN-END
           END-IF.

           MOVE FXC-RATE TO WS-FXK-DISPLAY-RATE.
           DISPLAY ' '.
           DISPLAY 'Rate applied: ' WS-FXK-DISPLAY-RATE.
           MOVE FXC-LOCAL-AMOUNT TO WS-FXK-DISPLAY-AMOUNT.
           IF FXC-BANK-BUYS
               DISPLAY 'BRL to pay the customer: ' WS-FXK-DISPLAY-AMOUNT
           ELSE
               DISPLAY 'BRL to take from the customer: '
                   WS-FXK-DISPLAY-AMOUNT
           END-IF.

           IF FXK-ID-IS-REQUIRED
               DISPLAY ' '
               DISPLAY 'Walk-in at this amount - identify the customer.'
               DISPLAY 'Full name: ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-FXK-NAME-INPUT WS-USER-INPUT-VALID
               MOVE FUNCTION UPPER-CASE(WS-FXK-NAME-INPUT)
                   TO FXC-PARTY-NAME
               DISPLAY 'Document type (PASSPORT, RG, CNH...): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-FXK-ID-TYPE-INPUT WS-USER-INPUT-VALID
               MOVE FUNCTION UPPER-CASE(WS-FXK-ID-TYPE-INPUT)
                   TO FXC-ID-TYPE
               DISPLAY 'Document number: ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-FXK-ID-NUMBER-INPUT WS-USER-INPUT-VALID
               MOVE FUNCTION UPPER-CASE(WS-FXK-ID-NUMBER-INPUT)
                   TO FXC-ID-NUMBER
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Confirm the exchange (Y/N): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-CONFIRMATION'
               WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Exchange cancelled.'
               GO TO EXCHANGE-FX-NOTES-SCREEN-END
           END-IF.

           CALL 'FXCOUNTER' USING 'BOOK-FX-COUNTER-DEAL'
               FX-COUNTER-RECORD WS-CURRENT-OPERATOR-ID
               WS-FXK-STATUS WS-FXK-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-FXK-MESSAGE.
           IF FXC-DEAL-ID NOT = 0
               DISPLAY 'FX counter deal: ' FXC-DEAL-ID
           END-IF.

       EXCHANGE-FX-NOTES-SCREEN-END.
           EXIT.

       REPRINT-FX-RECEIPT-SCREEN.
      *    Print a duplicate receipt for an earlier exchange
           DISPLAY ' '.
           DISPLAY 'FX counter deal number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-FXK-DEAL-ID-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid deal number.'
               GO TO REPRINT-FX-RECEIPT-SCREEN-END
           END-IF.

           CALL 'FXCOUNTER' USING 'GET-FX-COUNTER-DEAL'
               WS-FXK-DEAL-ID-INPUT FX-COUNTER-RECORD
               WS-FXK-STATUS WS-FXK-MESSAGE.

           IF WS-FXK-STATUS NOT = '00'
               DISPLAY WS-FXK-MESSAGE
               GO TO REPRINT-FX-RECEIPT-SCREEN-END
           END-IF.

           CALL 'RECEIPTS' USING 'PRINT-FX-COUNTER-RECEIPT'
               FX-COUNTER-RECORD 'Y' WS-CURRENT-OPERATOR-ID
               WS-FXK-RECEIPT-NO WS-FXK-STATUS WS-FXK-MESSAGE.

           DISPLAY WS-FXK-MESSAGE.

       REPRINT-FX-RECEIPT-SCREEN-END.
           EXIT.

      ******************************************************************
      * INTEREST RATE SCHEDULES
      ******************************************************************

       HANDLE-INTEREST-RATES.
      *    Key the effective-dated, tiered rate schedules the savings,
      *    notice and overdraft accruals price from, and read a
      *    product's schedule history back (see INTRATE.COB). Keying
      *    a schedule is a supervisor action; the day-by-day rate an
      *    account was given is the RATEHIST report. The term deposit
      *    rate card new deals and rollovers are priced from (see
      *    TDRATE.COB) is kept here too. Schedules and card rows are
      *    reference data changes and apply only once a second
      *    operator approves them.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'INTEREST RATE SCHEDULES'.
           DISPLAY '-----------------------'.
           DISPLAY '  1 - Set a rate schedule for a product'.
           DISPLAY '  2 - Rate schedule history for a product'.
           DISPLAY '  3 - Set a term deposit rate card row'.
           DISPLAY '  4 - Term deposit rate card for a currency'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-IRT-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-IRT-CHOICE
           END-IF.

           EVALUATE WS-IRT-CHOICE
               WHEN 1
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SET-RATE-SCHEDULE-SCREEN
                           THRU SET-RATE-SCHEDULE-SCREEN-END
                   END-IF
               WHEN 2
                   PERFORM RATE-SCHEDULE-HISTORY-SCREEN
                       THRU RATE-SCHEDULE-HISTORY-SCREEN-END
               WHEN 3
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SET-TD-RATE-CARD-SCREEN
                           THRU SET-TD-RATE-CARD-SCREEN-END
                   END-IF
               WHEN 4
                   PERFORM TD-RATE-CARD-LIST-SCREEN
                       THRU TD-RATE-CARD-LIST-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-INTEREST-RATES-END.
           EXIT.

       SET-RATE-SCHEDULE-SCREEN.
      *    Key one product schedule - the date it takes effect from,
      *    its day-count basis and up to five balance tiers; a
      *    schedule for a date already on file replaces it. The
      *    schedule is submitted for a second operator's approval
      *    (REFCHG.COB)
           INITIALIZE INTEREST-RATE-SCHEDULE-RECORD.

           DISPLAY 'Schedule (SAVINGS, NOTICE, OVERDRAFT, or one '
               'named by a product): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-IRT-PRODUCT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'A product is required.'
               GO TO SET-RATE-SCHEDULE-SCREEN-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-IRT-PRODUCT) TO IRS-PRODUCT.

           DISPLAY 'Effective date (YYYYMMDD, blank for today): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-IRT-NUMBER-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-IRT-NUMBER-INPUT = 0
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-IRT-NUMBER-INPUT
           END-IF.

           IF WS-IRT-NUMBER-INPUT(5:2) < '01'
                   OR WS-IRT-NUMBER-INPUT(5:2) > '12'
                   OR WS-IRT-NUMBER-INPUT(7:2) < '01'
                   OR WS-IRT-NUMBER-INPUT(7:2) > '31'
               DISPLAY 'Invalid date. Operation cancelled.'
               GO TO SET-RATE-SCHEDULE-SCREEN-END
           END-IF.

           MOVE WS-IRT-NUMBER-INPUT TO IRS-EFFECTIVE-DATE.

           DISPLAY 'Day basis (365 = actual/365, 360 = actual/360): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-IRT-NUMBER-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-IRT-NUMBER-INPUT > 999
               DISPLAY 'Invalid day basis. Operation cancelled.'
               GO TO SET-RATE-SCHEDULE-SCREEN-END
           END-IF.

           MOVE WS-IRT-NUMBER-INPUT TO IRS-DAY-BASIS.

           DISPLAY 'Number of balance tiers (1-5): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-IRT-NUMBER-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-IRT-NUMBER-INPUT < 1
                   OR WS-IRT-NUMBER-INPUT > 5
               DISPLAY 'A schedule has one to five tiers. '
                   'Operation cancelled.'
               GO TO SET-RATE-SCHEDULE-SCREEN-END
           END-IF.

           MOVE WS-IRT-NUMBER-INPUT TO IRS-TIER-COUNT.

           MOVE 0 TO WS-IRT-TIER-SWITCH.
           PERFORM KEY-ONE-RATE-TIER
               VARYING WS-IRT-TIER-IDX FROM 1 BY 1
               UNTIL WS-IRT-TIER-IDX > IRS-TIER-COUNT
                   OR IRT-TIER-INPUT-FAILED.

           IF IRT-TIER-INPUT-FAILED
               DISPLAY 'Invalid tier. Operation cancelled.'
               GO TO SET-RATE-SCHEDULE-SCREEN-END
           END-IF.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'INTRATE' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE IRS-PRODUCT TO RFC-DATED-ITEM-NAME.
           MOVE IRS-EFFECTIVE-DATE TO RFC-DATED-ITEM-DATE.
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE IRS-DAY-BASIS TO RFV-IRS-DAY-BASIS.
           MOVE IRS-TIER-COUNT TO RFV-IRS-TIER-COUNT.
           MOVE IRS-TIER-RATE(1) TO RFV-IRS-FIRST-RATE.
           PERFORM IMAGE-ONE-KEYED-TIER
               VARYING WS-IRT-TIER-IDX FROM 1 BY 1
               UNTIL WS-IRT-TIER-IDX > 4.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Once approved, accruals price ' IRS-PRODUCT
                   ' at it from ' IRS-EFFECTIVE-DATE '.'
           END-IF.

       SET-RATE-SCHEDULE-SCREEN-END.
           EXIT.

       IMAGE-ONE-KEYED-TIER.
      *    Tier WS-IRT-TIER-IDX + 1 of the keyed schedule into the
      *    change image
           MOVE IRS-TIER-FLOOR(WS-IRT-TIER-IDX + 1)
               TO RFV-IRS-TIER-FLOOR(WS-IRT-TIER-IDX).
           MOVE IRS-TIER-RATE(WS-IRT-TIER-IDX + 1)
               TO RFV-IRS-TIER-RATE(WS-IRT-TIER-IDX).

       KEY-ONE-RATE-TIER.
      *    Key one tier's starting balance and annual rate; the first
      *    tier always starts from zero
           DISPLAY ' '.
           DISPLAY 'Tier ' WS-IRT-TIER-IDX.

           IF WS-IRT-TIER-IDX = 1
               MOVE 0 TO IRS-TIER-FLOOR(1)
           ELSE
               DISPLAY '  Balance from (whole amount): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-AMOUNT'
                   WS-IRT-AMOUNT-INPUT WS-USER-INPUT-VALID
               MOVE WS-IRT-AMOUNT-INPUT TO WS-IRT-WHOLE-FLOOR
               IF WS-USER-INPUT-VALID = 0 OR WS-IRT-AMOUNT-INPUT < 0
                       OR WS-IRT-WHOLE-FLOOR NOT = WS-IRT-AMOUNT-INPUT
                   MOVE 1 TO WS-IRT-TIER-SWITCH
               ELSE
                   MOVE WS-IRT-AMOUNT-INPUT
                       TO IRS-TIER-FLOOR(WS-IRT-TIER-IDX)
               END-IF
           END-IF.

           IF NOT IRT-TIER-INPUT-FAILED
               DISPLAY '  Annual rate (percent, e.g. 6.25): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-AMOUNT'
                   WS-IRT-AMOUNT-INPUT WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0 OR WS-IRT-AMOUNT-INPUT < 0
                       OR WS-IRT-AMOUNT-INPUT > 99
                   MOVE 1 TO WS-IRT-TIER-SWITCH
               ELSE
                   MOVE WS-IRT-AMOUNT-INPUT
                       TO IRS-TIER-RATE(WS-IRT-TIER-IDX)
               END-IF
           END-IF.

       RATE-SCHEDULE-HISTORY-SCREEN.
      *    List every schedule on file for one product, oldest first
           DISPLAY 'Schedule (SAVINGS, NOTICE, OVERDRAFT, or one '
               'named by a product): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-IRT-PRODUCT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'A product is required.'
               GO TO RATE-SCHEDULE-HISTORY-SCREEN-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-IRT-PRODUCT) TO WS-IRT-PRODUCT.

           MOVE 0 TO WS-IRT-LIST-COUNT.
           MOVE WS-IRT-PRODUCT TO IRS-PRODUCT.

           CALL 'FILES' USING 'OPEN-INTEREST-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-INTEREST-RATE-BY-PRODUCT'
               INTEREST-RATE-SCHEDULE-RECORD WS-IRT-LIST-STATUS.

           PERFORM LIST-NEXT-RATE-SCHEDULE
               UNTIL WS-IRT-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-INTEREST-RATE-FILE'.

           IF WS-IRT-LIST-COUNT = 0
               DISPLAY 'No schedules on file for this product.'
           END-IF.

       RATE-SCHEDULE-HISTORY-SCREEN-END.
           EXIT.

       LIST-NEXT-RATE-SCHEDULE.
      *    Show one schedule and its tiers; stop at the next
      *    product's rows
           CALL 'FILES' USING 'READ-NEXT-INTEREST-RATE'
               INTEREST-RATE-SCHEDULE-RECORD WS-IRT-LIST-STATUS.

           IF WS-IRT-LIST-STATUS = '00'
               IF IRS-PRODUCT NOT = WS-IRT-PRODUCT
                   MOVE '10' TO WS-IRT-LIST-STATUS
               ELSE
                   ADD 1 TO WS-IRT-LIST-COUNT
                   DISPLAY ' '
                   DISPLAY 'From ' IRS-EFFECTIVE-DATE
                       '  actual/' IRS-DAY-BASIS
                       '  keyed by ' IRS-ENTERED-BY
                   PERFORM LIST-ONE-RATE-TIER
                       VARYING WS-IRT-TIER-IDX FROM 1 BY 1
                       UNTIL WS-IRT-TIER-IDX > IRS-TIER-COUNT
               END-IF
           END-IF.

       LIST-ONE-RATE-TIER.
      *    Show one tier's starting balance and annual rate
           MOVE IRS-TIER-FLOOR(WS-IRT-TIER-IDX) TO WS-IRT-DISPLAY-FLOOR.
           MOVE IRS-TIER-RATE(WS-IRT-TIER-IDX) TO WS-IRT-DISPLAY-RATE.
           DISPLAY '  Tier ' WS-IRT-TIER-IDX '  from '
               WS-IRT-DISPLAY-FLOOR '  ' WS-IRT-DISPLAY-RATE '%'.

       SET-TD-RATE-CARD-SCREEN.
      *    Key one rate card row - currency, term, amount band and
      *    the date it takes effect, or a campaign with its last day;
      *    a row keyed again for the same date replaces the first.
      *    The row is submitted for a second operator's approval
      *    (REFCHG.COB)
           INITIALIZE TD-RATE-CARD-RECORD.

           DISPLAY 'Currency (blank = BRL): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-IRT-CURRENCY WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-IRT-CURRENCY = SPACES
               MOVE 'BRL' TO WS-IRT-CURRENCY
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IRT-CURRENCY) TO TDR-CURRENCY.

           DISPLAY 'Term in months: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-IRT-NUMBER-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-IRT-NUMBER-INPUT = 0
                   OR WS-IRT-NUMBER-INPUT > 999
               DISPLAY 'Invalid term. Operation cancelled.'
               GO TO SET-TD-RATE-CARD-SCREEN-END
           END-IF.

           MOVE WS-IRT-NUMBER-INPUT TO TDR-TERM-MONTHS.

           DISPLAY 'Amount band from (blank = no minimum): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-IRT-AMOUNT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-IRT-AMOUNT-INPUT
           END-IF.

           IF WS-IRT-AMOUNT-INPUT < 0
                   OR WS-IRT-AMOUNT-INPUT > 999999999999.99
               DISPLAY 'Invalid amount band. Operation cancelled.'
               GO TO SET-TD-RATE-CARD-SCREEN-END
           END-IF.

           MOVE WS-IRT-AMOUNT-INPUT TO TDR-BAND-FLOOR.

           DISPLAY 'Row kind (S = standard, C = campaign): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-IRT-ROW-KIND WS-USER-INPUT-VALID.

           MOVE FUNCTION UPPER-CASE(WS-IRT-ROW-KIND) TO TDR-ROW-KIND.

           IF TDR-CAMPAIGN
               DISPLAY 'Campaign starts (YYYYMMDD): '
                   WITH NO ADVANCING
           ELSE
               DISPLAY 'Effective date (YYYYMMDD, blank for today): '
                   WITH NO ADVANCING
           END-IF.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-IRT-NUMBER-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-IRT-NUMBER-INPUT = 0
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-IRT-NUMBER-INPUT
           END-IF.

           IF WS-IRT-NUMBER-INPUT(5:2) < '01'
                   OR WS-IRT-NUMBER-INPUT(5:2) > '12'
                   OR WS-IRT-NUMBER-INPUT(7:2) < '01'
                   OR WS-IRT-NUMBER-INPUT(7:2) > '31'
               DISPLAY 'Invalid date. Operation cancelled.'
               GO TO SET-TD-RATE-CARD-SCREEN-END
           END-IF.

           MOVE WS-IRT-NUMBER-INPUT TO TDR-EFFECTIVE-DATE.

           IF TDR-CAMPAIGN
               DISPLAY 'Campaign ends (YYYYMMDD, last day): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-DATE-INPUT'
                   WS-IRT-NUMBER-INPUT WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                       OR WS-IRT-NUMBER-INPUT(5:2) < '01'
                       OR WS-IRT-NUMBER-INPUT(5:2) > '12'
                       OR WS-IRT-NUMBER-INPUT(7:2) < '01'
                       OR WS-IRT-NUMBER-INPUT(7:2) > '31'
                   DISPLAY 'Invalid date. Operation cancelled.'
                   GO TO SET-TD-RATE-CARD-SCREEN-END
               END-IF
               MOVE WS-IRT-NUMBER-INPUT TO TDR-END-DATE
               DISPLAY 'Campaign name: ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-IRT-CAMPAIGN-NAME WS-USER-INPUT-VALID
               MOVE WS-IRT-CAMPAIGN-NAME TO TDR-CAMPAIGN-NAME
           END-IF.

           DISPLAY 'Annual rate (percent, e.g. 12.50): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-IRT-AMOUNT-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-IRT-AMOUNT-INPUT > 99
               DISPLAY 'Invalid rate. Operation cancelled.'
               GO TO SET-TD-RATE-CARD-SCREEN-END
           END-IF.

           MOVE WS-IRT-AMOUNT-INPUT TO TDR-RATE.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'TDRATE' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE TDR-CURRENCY TO RFC-TDR-CURRENCY.
           MOVE TDR-TERM-MONTHS TO RFC-TDR-TERM-MONTHS.
           MOVE TDR-BAND-FLOOR TO RFC-TDR-BAND-FLOOR.
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE TDR-EFFECTIVE-DATE TO RFV-TDR-EFFECTIVE-DATE.
           MOVE TDR-ROW-KIND TO RFV-TDR-ROW-KIND.
           MOVE TDR-END-DATE TO RFV-TDR-END-DATE.
           MOVE TDR-RATE TO RFV-TDR-RATE.
           MOVE TDR-CAMPAIGN-NAME TO RFV-TDR-CAMPAIGN-NAME.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       SET-TD-RATE-CARD-SCREEN-END.
           EXIT.

       TD-RATE-CARD-LIST-SCREEN.
      *    List every rate card row on file for one currency, by
      *    term, band and effective date
           DISPLAY 'Currency (blank = BRL): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-IRT-CURRENCY WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-IRT-CURRENCY = SPACES
               MOVE 'BRL' TO WS-IRT-CURRENCY
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IRT-CURRENCY) TO WS-IRT-CURRENCY.

           MOVE 0 TO WS-IRT-LIST-COUNT.
           MOVE WS-IRT-CURRENCY TO TDR-CURRENCY.

           DISPLAY ' '.
           DISPLAY 'Term    Band from               Rate  From      '
               'Until     Campaign'.

           CALL 'FILES' USING 'OPEN-TD-RATE-CARD-FILE-IO'.
           CALL 'FILES' USING 'START-TD-RATE-CARD-BY-CURRENCY'
               TD-RATE-CARD-RECORD WS-IRT-LIST-STATUS.

           PERFORM LIST-NEXT-TD-RATE-CARD-ROW
               UNTIL WS-IRT-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-TD-RATE-CARD-FILE'.

           IF WS-IRT-LIST-COUNT = 0
               DISPLAY 'No rate card rows on file for this currency.'
           END-IF.

       TD-RATE-CARD-LIST-SCREEN-END.
           EXIT.

       LIST-NEXT-TD-RATE-CARD-ROW.
      *    Show one rate card row; stop at the next currency's rows
           CALL 'FILES' USING 'READ-NEXT-TD-RATE-CARD'
               TD-RATE-CARD-RECORD WS-IRT-LIST-STATUS.

           IF WS-IRT-LIST-STATUS = '00'
               IF TDR-CURRENCY NOT = WS-IRT-CURRENCY
                   MOVE '10' TO WS-IRT-LIST-STATUS
               ELSE
                   ADD 1 TO WS-IRT-LIST-COUNT
                   MOVE TDR-BAND-FLOOR TO WS-IRT-DISPLAY-FLOOR
                   MOVE TDR-RATE TO WS-IRT-DISPLAY-RATE
                   IF TDR-CAMPAIGN
                       DISPLAY TDR-TERM-MONTHS 'm  '
                           WS-IRT-DISPLAY-FLOOR '  '
                           WS-IRT-DISPLAY-RATE '%  '
                           TDR-EFFECTIVE-DATE '  ' TDR-END-DATE '  '
                           TDR-CAMPAIGN-NAME
                   ELSE
                       DISPLAY TDR-TERM-MONTHS 'm  '
                           WS-IRT-DISPLAY-FLOOR '  '
                           WS-IRT-DISPLAY-RATE '%  '
                           TDR-EFFECTIVE-DATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * PROCESSING CUT-OFF TIMES
      ******************************************************************

       HANDLE-CUTOFF-TIMES.
      *    Keep the cut-off time of each payment type on each channel
      *    (see CUTOFF.COB) and list the table. Items received after
      *    their cut-off value on the next business day; changing a
      *    cut-off is a supervisor action, and the change applies only
      *    once a second operator approves it.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'PAYMENT PROCESSING CUT-OFF TIMES'.
           DISPLAY '--------------------------------'.
           DISPLAY '  1 - Set a cut-off time'.
           DISPLAY '  2 - List cut-off times'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CUT-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-CUT-CHOICE
           END-IF.

           EVALUATE WS-CUT-CHOICE
               WHEN 1
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SET-CUTOFF-SCREEN
                           THRU SET-CUTOFF-SCREEN-END
                   END-IF
               WHEN 2
                   PERFORM CUTOFF-LIST-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-CUTOFF-TIMES-END.
           EXIT.

       SET-CUTOFF-SCREEN.
      *    Key the cut-off time for one payment type and channel; a
      *    pair keyed again replaces its earlier time. The time is
      *    submitted for a second operator's approval (REFCHG.COB)
           INITIALIZE CUTOFF-RECORD.

           DISPLAY 'Payment type (WIRE, XFER, BILLPAY, DDEBIT, '
               'CHQDEP, PPAY): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CUT-TEXT-INPUT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-CUT-TEXT-INPUT)
               TO CUT-PAYMENT-TYPE.

           DISPLAY 'Channel (TELLER, ONLINE, BATCH, ATM): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CUT-TEXT-INPUT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-CUT-TEXT-INPUT) TO CUT-CHANNEL.

           DISPLAY 'Cut-off time (HHMM, 24-hour): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CUT-NUMBER-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-CUT-NUMBER-INPUT > 2359
               DISPLAY 'Invalid time. Operation cancelled.'
               GO TO SET-CUTOFF-SCREEN-END
           END-IF.

           MOVE WS-CUT-NUMBER-INPUT TO CUT-TIME.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'CUTOFF' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE CUT-PAYMENT-TYPE TO RFC-ITEM-KEY(1:8).
           MOVE CUT-CHANNEL TO RFC-ITEM-KEY(9:10).
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE CUT-TIME TO RFV-CUT-TIME.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       SET-CUTOFF-SCREEN-END.
           EXIT.

       CUTOFF-LIST-SCREEN.
      *    List every cut-off on file, by payment type and channel
           MOVE 0 TO WS-CUT-LIST-COUNT.

           DISPLAY ' '.
           DISPLAY 'Type      Channel     Cut-off  Set by'.

           CALL 'FILES' USING 'OPEN-CUTOFF-FILE-IO'.
           CALL 'FILES' USING 'START-CUTOFF-FILE-TOP'
               WS-CUT-LIST-STATUS.

           PERFORM LIST-NEXT-CUTOFF
               UNTIL WS-CUT-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-CUTOFF-FILE'.

           IF WS-CUT-LIST-COUNT = 0
               DISPLAY 'No cut-off times on file.'
           ELSE
               DISPLAY ' '
               DISPLAY 'A type and channel not listed has no cut-off.'
           END-IF.

       LIST-NEXT-CUTOFF.
      *    Show one cut-off row
           CALL 'FILES' USING 'READ-NEXT-CUTOFF'
               CUTOFF-RECORD WS-CUT-LIST-STATUS.

           IF WS-CUT-LIST-STATUS = '00'
               ADD 1 TO WS-CUT-LIST-COUNT
               DISPLAY CUT-PAYMENT-TYPE '  ' CUT-CHANNEL '  '
                   CUT-HOUR ':' CUT-MINUTE '    ' CUT-UPDATED-BY
           END-IF.

      ******************************************************************
      * POSITIVE PAY
      ******************************************************************

       HANDLE-POSITIVE-PAY.
      *    Positive pay for the loaded account: enrol it (or change
      *    or withdraw its default decision) and take the customer's
      *    pay or return decision on each held exception. Enrolment
      *    changes are a supervisor action.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'POSITIVE PAY'.
           DISPLAY '------------'.
           DISPLAY 'Account ID:   ' WS-CURRENT-ACCOUNT-ID.

           MOVE WS-CURRENT-ACCOUNT-ID TO PPY-ACCOUNT-ID.
           CALL 'FILES' USING 'OPEN-POSITIVE-PAY-FILE-IO'.
           CALL 'FILES' USING 'READ-POSITIVE-PAY'
               POSITIVE-PAY-RECORD WS-PPAY-STATUS.
           CALL 'FILES' USING 'CLOSE-POSITIVE-PAY-FILE'.

           IF WS-PPAY-STATUS = '00' AND PPY-ACTIVE
               DISPLAY 'Enrolled - default decision: '
                   PPY-DEFAULT-DECISION
               DISPLAY 'Last issued-cheque file:     '
                   PPY-LAST-FILE-DATE
           ELSE
               DISPLAY 'Not enrolled in positive pay'
           END-IF.

           DISPLAY ' '.
           DISPLAY '  1 - Enrol / change default decision'.
           DISPLAY '  2 - Withdraw enrolment'.
           DISPLAY '  3 - Exceptions awaiting decision'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-PPAY-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-PPAY-CHOICE
           END-IF.

           EVALUATE WS-PPAY-CHOICE
               WHEN 1
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM PPAY-ENROL-SCREEN
                           THRU PPAY-ENROL-SCREEN-END
                   END-IF
               WHEN 2
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM PPAY-WITHDRAW-SCREEN
                           THRU PPAY-WITHDRAW-SCREEN-END
                   END-IF
               WHEN 3
                   PERFORM PPAY-EXCEPTION-SCREEN
                       THRU PPAY-EXCEPTION-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-POSITIVE-PAY-END.
           EXIT.

       PPAY-ENROL-SCREEN.
      *    Enrol the account, or change its default decision - the
      *    decision applied to an exception the customer leaves
      *    undecided past the cut-off
           DISPLAY ' '.
           DISPLAY 'Default decision for undecided exceptions:'.
           DISPLAY '  1 - Pay'.
           DISPLAY '  2 - Return'.
           DISPLAY 'Select: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-PPAY-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR
                   (WS-PPAY-CHOICE NOT = 1 AND WS-PPAY-CHOICE NOT = 2)
               DISPLAY 'Invalid selection. Operation cancelled.'
               GO TO PPAY-ENROL-SCREEN-END
           END-IF.

           IF WS-PPAY-CHOICE = 1
               MOVE 'PAY' TO WS-PPAY-DECISION
           ELSE
               MOVE 'RETURN' TO WS-PPAY-DECISION
           END-IF.

           CALL 'CHEQUES' USING 'SET-POSITIVE-PAY'
               WS-CURRENT-ACCOUNT-ID WS-PPAY-DECISION
               WS-CURRENT-OPERATOR-ID POSITIVE-PAY-RECORD
               WS-PPAY-STATUS WS-PPAY-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-PPAY-MESSAGE.

       PPAY-ENROL-SCREEN-END.
           EXIT.

       PPAY-WITHDRAW-SCREEN.
      *    Withdraw the account from positive pay; exceptions already
      *    open still take a decision
           DISPLAY ' '.
           DISPLAY 'Withdraw this account from positive pay.'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Operation cancelled.'
               GO TO PPAY-WITHDRAW-SCREEN-END
           END-IF.

           MOVE 'OFF' TO WS-PPAY-DECISION.
           CALL 'CHEQUES' USING 'SET-POSITIVE-PAY'
               WS-CURRENT-ACCOUNT-ID WS-PPAY-DECISION
               WS-CURRENT-OPERATOR-ID POSITIVE-PAY-RECORD
               WS-PPAY-STATUS WS-PPAY-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-PPAY-MESSAGE.

       PPAY-WITHDRAW-SCREEN-END.
           EXIT.

       PPAY-EXCEPTION-SCREEN.
      *    List the account's open exceptions and record the
      *    customer's pay or return decision on one of them
           MOVE 0 TO WS-PPAY-LIST-COUNT.

           DISPLAY ' '.
           DISPLAY 'Cheque            Presented          Issued'
               '  Reason    Decide by'.

           INITIALIZE PPAY-EXCEPTION-RECORD.
           MOVE WS-CURRENT-ACCOUNT-ID TO PPX-ACCOUNT-ID.
           CALL 'FILES' USING 'OPEN-PPAY-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-PPAY-EXCEPTION-FROM-ACCOUNT'
               PPAY-EXCEPTION-RECORD WS-PPAY-LIST-STATUS.

           PERFORM LIST-NEXT-PPAY-EXCEPTION
               UNTIL WS-PPAY-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-PPAY-EXCEPTION-FILE'.

           IF WS-PPAY-LIST-COUNT = 0
               DISPLAY 'No exceptions awaiting a decision.'
               GO TO PPAY-EXCEPTION-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Cheque number to decide (0 = none): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-PPAY-CHEQUE-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-PPAY-CHEQUE-INPUT = 0
               GO TO PPAY-EXCEPTION-SCREEN-END
           END-IF.

           DISPLAY 'Customer decision:'.
           DISPLAY '  1 - Pay'.
           DISPLAY '  2 - Return'.
           DISPLAY 'Select: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-PPAY-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR
                   (WS-PPAY-CHOICE NOT = 1 AND WS-PPAY-CHOICE NOT = 2)
               DISPLAY 'Invalid selection. Operation cancelled.'
               GO TO PPAY-EXCEPTION-SCREEN-END
           END-IF.

           IF WS-PPAY-CHOICE = 1
               MOVE 'PAY' TO WS-PPAY-DECISION
           ELSE
               MOVE 'RETURN' TO WS-PPAY-DECISION
           END-IF.

           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Operation cancelled.'
               GO TO PPAY-EXCEPTION-SCREEN-END
           END-IF.

           CALL 'CHEQUES' USING 'DECIDE-PPAY-EXCEPTION'
               WS-CURRENT-ACCOUNT-ID WS-PPAY-CHEQUE-INPUT
               WS-PPAY-DECISION 'CUSTOMER' WS-CURRENT-OPERATOR-ID
               TRANSACTION-RECORD WS-PPAY-STATUS WS-PPAY-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-PPAY-MESSAGE.
           IF WS-PPAY-STATUS = '00' AND TXN-COMPLETED
               DISPLAY 'Transaction ID: ' TXN-ID
           END-IF.

       PPAY-EXCEPTION-SCREEN-END.
           EXIT.

       LIST-NEXT-PPAY-EXCEPTION.
      *    Show one open exception of the loaded account; stop at the
      *    next account's rows
           CALL 'FILES' USING 'READ-NEXT-PPAY-EXCEPTION'
               PPAY-EXCEPTION-RECORD WS-PPAY-LIST-STATUS.

           IF WS-PPAY-LIST-STATUS = '00'
               IF PPX-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
                   MOVE '10' TO WS-PPAY-LIST-STATUS
               ELSE
                   IF PPX-OPEN
                       ADD 1 TO WS-PPAY-LIST-COUNT
                       MOVE PPX-PRESENTED-AMOUNT
                           TO WS-PPAY-DISPLAY-AMOUNT
                       MOVE PPX-ISSUED-AMOUNT TO WS-PPAY-DISPLAY-ISSUED
                       DISPLAY PPX-CHEQUE-NUMBER '  '
                           WS-PPAY-DISPLAY-AMOUNT '  '
                           WS-PPAY-DISPLAY-ISSUED '  ' PPX-REASON
                           '  ' PPX-DUE-DATE ' ' PPX-DUE-TIME
                   END-IF
               END-IF
           END-IF.

       HANDLE-INSTANT-PAYMENT.
      *    Instant payments to accounts at other banks for the loaded
      *    account: send by alias or by participant and account, and
      *    list the account's instant payments with their scheme
      *    status. Sending is a posting action.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'INSTANT PAYMENT'.
           DISPLAY '---------------'.
           DISPLAY 'Account ID:   ' WS-CURRENT-ACCOUNT-ID.

           DISPLAY ' '.
           DISPLAY '  1 - Send to an alias'.
           DISPLAY '  2 - Send to a bank participant and account'.
           DISPLAY '  3 - Instant payments on this account'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-IPAY-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-IPAY-CHOICE
           END-IF.

           EVALUATE WS-IPAY-CHOICE
               WHEN 1
               WHEN 2
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM IPAY-SEND-SCREEN
                           THRU IPAY-SEND-SCREEN-END
                   END-IF
               WHEN 3
                   PERFORM IPAY-LIST-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-INSTANT-PAYMENT-END.
           EXIT.

       IPAY-SEND-SCREEN.
      *    Capture the payee and amount and send the payment; the
      *    customer is debited at once and the scheme answers within
      *    seconds (or the debit is held for a checker's approval)
           MOVE SPACES TO WS-IPAY-ALIAS WS-IPAY-PARTICIPANT
               WS-IPAY-OTHER-ACCOUNT WS-IPAY-OTHER-NAME.

           DISPLAY ' '.
           IF WS-IPAY-CHOICE = 1
               DISPLAY 'Payee alias (key, e-mail or phone): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-IPAY-ALIAS WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0 OR WS-IPAY-ALIAS = SPACES
                   DISPLAY 'Alias is required. Operation cancelled.'
                   GO TO IPAY-SEND-SCREEN-END
               END-IF
           ELSE
               DISPLAY 'Payee bank participant code: '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-IPAY-PARTICIPANT WS-USER-INPUT-VALID
               DISPLAY 'Payee account at that bank: '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-IPAY-OTHER-ACCOUNT WS-USER-INPUT-VALID
               DISPLAY 'Payee name: ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-IPAY-OTHER-NAME WS-USER-INPUT-VALID
               IF WS-IPAY-PARTICIPANT = SPACES
                       OR WS-IPAY-OTHER-ACCOUNT = SPACES
                   DISPLAY 'Participant and account are required.'
                   DISPLAY 'Operation cancelled.'
                   GO TO IPAY-SEND-SCREEN-END
               END-IF
           END-IF.

           DISPLAY 'Amount: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-TXN-AMOUNT WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid amount. Operation cancelled.'
               GO TO IPAY-SEND-SCREEN-END
           END-IF.

           MOVE WS-TXN-AMOUNT TO WS-IPAY-DISPLAY-AMOUNT.
           DISPLAY ' '.
           DISPLAY 'Send ' WS-IPAY-DISPLAY-AMOUNT
               ' now - instant payments cannot be recalled.'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Operation cancelled.'
               GO TO IPAY-SEND-SCREEN-END
           END-IF.

           CALL 'IPAY' USING 'SEND-INSTANT-PAYMENT'
               WS-CURRENT-ACCOUNT-ID WS-TXN-AMOUNT WS-IPAY-ALIAS
               WS-IPAY-PARTICIPANT WS-IPAY-OTHER-ACCOUNT
               WS-IPAY-OTHER-NAME WS-CURRENT-OPERATOR-ID
               INSTANT-PAYMENT-RECORD TRANSACTION-RECORD
               WS-IPAY-STATUS WS-IPAY-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-IPAY-MESSAGE.
           IF WS-IPAY-STATUS = '00'
               DISPLAY 'Reference:    ' IPM-REFERENCE
               DISPLAY 'Payee:        ' IPM-OTHER-PARTICIPANT ' '
                   IPM-OTHER-ACCOUNT
               DISPLAY 'Status:       ' IPM-STATUS
           END-IF.

       IPAY-SEND-SCREEN-END.
           EXIT.

       IPAY-LIST-SCREEN.
      *    List the loaded account's instant payments, both ways
           MOVE 0 TO WS-IPAY-LIST-COUNT.

           DISPLAY ' '.
           DISPLAY 'Reference            Dir          Amount'
               '  Status    Other party'.

           INITIALIZE INSTANT-PAYMENT-RECORD.
           MOVE WS-CURRENT-ACCOUNT-ID TO IPM-ACCOUNT-ID.
           CALL 'FILES' USING 'OPEN-INSTANT-PAYMENT-FILE-IO'.
           CALL 'FILES' USING 'START-INSTANT-PAYMENTS-BY-ACCOUNT'
               INSTANT-PAYMENT-RECORD WS-IPAY-LIST-STATUS.

           PERFORM LIST-NEXT-INSTANT-PAYMENT
               UNTIL WS-IPAY-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-INSTANT-PAYMENT-FILE'.

           IF WS-IPAY-LIST-COUNT = 0
               DISPLAY 'No instant payments on this account.'
           END-IF.

       LIST-NEXT-INSTANT-PAYMENT.
      *    Show one instant payment of the loaded account; stop at the
      *    next account's rows
           CALL 'FILES' USING 'READ-NEXT-INSTANT-PAYMENT-BY-ACCOUNT'
               INSTANT-PAYMENT-RECORD WS-IPAY-LIST-STATUS.

           IF WS-IPAY-LIST-STATUS = '00'
               IF IPM-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
                   MOVE '10' TO WS-IPAY-LIST-STATUS
               ELSE
                   ADD 1 TO WS-IPAY-LIST-COUNT
                   MOVE IPM-AMOUNT TO WS-IPAY-DISPLAY-AMOUNT
                   DISPLAY IPM-REFERENCE ' ' IPM-DIRECTION ' '
                       WS-IPAY-DISPLAY-AMOUNT '  ' IPM-STATUS '  '
                       IPM-OTHER-PARTICIPANT ' ' IPM-OTHER-NAME
                   IF IPM-REJECTED
                       DISPLAY '                     Rejected: '
                           IPM-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       HANDLE-IPAY-POSITION.
      *    Treasury view of the prefunded instant payment position:
      *    balance, amounts committed to payments in flight and the
      *    scheme day's movements. Recording a top-up or withdrawal
      *    is a supervisor action.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'INSTANT PAYMENT SCHEME POSITION'.
           DISPLAY '-------------------------------'.

           CALL 'IPAY' USING 'GET-IPAY-POSITION'
               IPAY-POSITION-RECORD WS-IPAY-STATUS.

           MOVE IPP-BALANCE TO WS-IPAY-DISPLAY-AMOUNT.
           DISPLAY 'Position balance:     ' WS-IPAY-DISPLAY-AMOUNT.
           MOVE IPP-IN-FLIGHT TO WS-IPAY-DISPLAY-AMOUNT.
           DISPLAY 'Sent, not settled:    ' WS-IPAY-DISPLAY-AMOUNT.
           COMPUTE WS-IPAY-FUND-AMOUNT = IPP-BALANCE - IPP-IN-FLIGHT.
           MOVE WS-IPAY-FUND-AMOUNT TO WS-IPAY-DISPLAY-AMOUNT.
           DISPLAY 'Uncommitted:          ' WS-IPAY-DISPLAY-AMOUNT.
           DISPLAY ' '.
           DISPLAY 'Scheme day:           ' IPP-SCHEME-DATE.
           MOVE IPP-OPENING-BALANCE TO WS-IPAY-DISPLAY-AMOUNT.
           DISPLAY 'Opening balance:      ' WS-IPAY-DISPLAY-AMOUNT.
           MOVE IPP-DAY-OUT-AMOUNT TO WS-IPAY-DISPLAY-AMOUNT.
           DISPLAY 'Sent and settled:     ' WS-IPAY-DISPLAY-AMOUNT
               '  (' IPP-DAY-OUT-COUNT ')'.
           MOVE IPP-DAY-IN-AMOUNT TO WS-IPAY-DISPLAY-AMOUNT.
           DISPLAY 'Received:             ' WS-IPAY-DISPLAY-AMOUNT
               '  (' IPP-DAY-IN-COUNT ')'.
           MOVE IPP-DAY-FUNDING TO WS-IPAY-DISPLAY-AMOUNT.
           DISPLAY 'Treasury funding:     ' WS-IPAY-DISPLAY-AMOUNT.
           IF IPP-PRIOR-DATE > 0
               MOVE IPP-PRIOR-CLOSING TO WS-IPAY-DISPLAY-AMOUNT
               DISPLAY 'Prior day ' IPP-PRIOR-DATE ' closing: '
                   WS-IPAY-DISPLAY-AMOUNT
           END-IF.

           DISPLAY ' '.
           DISPLAY '  1 - Record a treasury top-up or withdrawal'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-IPAY-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-IPAY-CHOICE
           END-IF.

           EVALUATE WS-IPAY-CHOICE
               WHEN 1
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM IPAY-FUNDING-SCREEN
                           THRU IPAY-FUNDING-SCREEN-END
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-IPAY-POSITION-END.
           EXIT.

       IPAY-FUNDING-SCREEN.
      *    Record a move between the central bank current account and
      *    the prefunded position; the voucher waits for approval
           DISPLAY ' '.
           DISPLAY '  1 - Top up the position'.
           DISPLAY '  2 - Withdraw from the position'.
           DISPLAY 'Select: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-IPAY-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR
                   (WS-IPAY-CHOICE NOT = 1 AND WS-IPAY-CHOICE NOT = 2)
               DISPLAY 'Invalid selection. Operation cancelled.'
               GO TO IPAY-FUNDING-SCREEN-END
           END-IF.

           DISPLAY 'Amount: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-TXN-AMOUNT WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0 OR WS-TXN-AMOUNT NOT > 0
               DISPLAY 'Invalid amount. Operation cancelled.'
               GO TO IPAY-FUNDING-SCREEN-END
           END-IF.

           IF WS-IPAY-CHOICE = 1
               MOVE WS-TXN-AMOUNT TO WS-IPAY-FUND-AMOUNT
           ELSE
               COMPUTE WS-IPAY-FUND-AMOUNT = 0 - WS-TXN-AMOUNT
           END-IF.

           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Operation cancelled.'
               GO TO IPAY-FUNDING-SCREEN-END
           END-IF.

           CALL 'IPAY' USING 'FUND-IPAY-POSITION'
               WS-IPAY-FUND-AMOUNT WS-CURRENT-OPERATOR-ID
               IPAY-POSITION-RECORD JOURNAL-VOUCHER-RECORD
               WS-IPAY-STATUS WS-IPAY-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-IPAY-MESSAGE.

       IPAY-FUNDING-SCREEN-END.
           EXIT.

      ******************************************************************
      * OPERATOR SESSIONS
      ******************************************************************

       HANDLE-OPERATOR-SESSIONS.
      *    Supervisor view of the terminals logged in now, with the
      *    means to end a session - the only way an operator still
      *    active at one terminal can log in at another
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'OPERATOR SESSIONS - ACTIVE NOW'.
           DISPLAY '------------------------------'.
           DISPLAY 'Session    Operator Terminal Logged in      '
               'Last activity  Lock'.

           MOVE 0 TO WS-SES-LIST-COUNT.
           CALL 'FILES' USING 'OPEN-SESSION-FILE-IO'.
           CALL 'FILES' USING 'START-SESSION-FILE-TOP'
               WS-SES-LIST-STATUS.

           PERFORM LIST-NEXT-ACTIVE-SESSION
               UNTIL WS-SES-LIST-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-SESSION-FILE'.

           IF WS-SES-LIST-COUNT = 0
               DISPLAY 'No active sessions.'
           END-IF.

           DISPLAY ' '.
           DISPLAY '  1 - End a session'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-SES-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SES-CHOICE
           END-IF.

           IF WS-SES-CHOICE = 1
               PERFORM END-OPERATOR-SESSION-SCREEN
                   THRU END-OPERATOR-SESSION-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-OPERATOR-SESSIONS-END.
           EXIT.

       LIST-NEXT-ACTIVE-SESSION.
      *    Show one session if it is still active
           CALL 'FILES' USING 'READ-NEXT-SESSION'
               SESSION-RECORD WS-SES-LIST-STATUS.

           IF WS-SES-LIST-STATUS = '00'
               IF SES-ACTIVE
                   ADD 1 TO WS-SES-LIST-COUNT
                   IF SES-LOCKED
                       MOVE 'LOCKED' TO WS-SES-LOCK-FLAG
                   ELSE
                       MOVE SPACES TO WS-SES-LOCK-FLAG
                   END-IF
                   DISPLAY SES-SESSION-ID ' ' SES-OPERATOR-ID '   '
                       SES-TERMINAL-ID ' ' SES-LOGIN-TS ' '
                       SES-LAST-ACTIVITY-TS ' ' WS-SES-LOCK-FLAG
               END-IF
           END-IF.

       END-OPERATOR-SESSION-SCREEN.
      *    End another terminal's session; the operator there is
      *    signed off at their next entry and may log in again
           DISPLAY 'Session to end: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TRANSACTION-ID'
               WS-SES-END-SESSION-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid session number. Operation cancelled.'
               GO TO END-OPERATOR-SESSION-SCREEN-END
           END-IF.

           IF WS-SES-END-SESSION-ID = WS-CURRENT-SESSION-ID
               DISPLAY 'That is your own session - log out instead.'
               GO TO END-OPERATOR-SESSION-SCREEN-END
           END-IF.

           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Operation cancelled.'
               GO TO END-OPERATOR-SESSION-SCREEN-END
           END-IF.

           CALL 'SESSIONS' USING 'END-SESSION' WS-SES-END-SESSION-ID
               'FORCED' WS-CURRENT-OPERATOR-ID SESSION-RECORD
               WS-SES-STATUS WS-SES-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-SES-MESSAGE.

           IF WS-SES-STATUS = '00'
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-CURRENT-OPERATOR-ID 'SESSION-END' 0
                   'Operator session ended by supervisor'
                   WS-SES-AUDIT-STATUS
           END-IF.

       END-OPERATOR-SESSION-SCREEN-END.
           EXIT.

      ******************************************************************
      * OPERATOR TRAINEE FLAG
      ******************************************************************

       HANDLE-OPERATOR-TRAINEE.
      *    Mark an operator as a trainee, or clear the flag. A trainee
      *    is offered training mode against the sandbox data set at
      *    login (see MAIN.COB and TRNREFR.COB).
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'OPERATOR TRAINEE FLAG'.
           DISPLAY '---------------------'.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-OPERATOR-ID'
               WS-OTR-OPERATOR-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid operator ID.'
               DISPLAY 'Press ENTER to continue...'
               CALL 'INPUT' USING 'WAIT-FOR-ENTER'
               PERFORM RETURN-TO-PREVIOUS-STATE
               GO TO HANDLE-OPERATOR-TRAINEE-END
           END-IF.

           DISPLAY 'Mark as a trainee (Y), or clear the flag (N).'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-OTR-CONFIRM.

           IF WS-OTR-CONFIRM = 1
               MOVE 'Y' TO WS-OTR-TRAINEE-SWITCH
           ELSE
               MOVE 'N' TO WS-OTR-TRAINEE-SWITCH
           END-IF.

           CALL 'OPERATOR' USING 'SET-OPERATOR-TRAINEE'
               WS-OTR-OPERATOR-ID WS-OTR-TRAINEE-SWITCH
               OPERATOR-RECORD WS-OPERATION-STATUS WS-OTR-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-OTR-MESSAGE.

           IF WS-OPERATION-STATUS = '00'
               CALL 'AUDIT' USING 'RECORD-AUDIT-ENTRY'
                   WS-CURRENT-OPERATOR-ID 'OP-TRAINEE' 0
                   'Operator trainee flag changed'
                   WS-OTR-AUDIT-STATUS
           END-IF.

           DISPLAY ' '
           DISPLAY 'Press ENTER to continue...'
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-OPERATOR-TRAINEE-END.
           EXIT.

      ******************************************************************
      * REFERENCE DATA CHANGE CONTROL
      ******************************************************************

       HANDLE-REF-CHANGE-CONTROL.
      *    Maker-checker control over the reference data tables (see
      *    REFCHG.COB): review, approve or reject pending changes,
      *    submit fee tariff, business rules, chart of accounts and
      *    product catalogue changes, and inquire on the change
      *    history. Changes to the other controlled tables are
      *    submitted from each table's own screen
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'REFERENCE DATA CHANGE CONTROL'.
           DISPLAY '------------------------------'.
           DISPLAY '  1 - List pending changes'.
           DISPLAY '  2 - Approve a pending change'.
           DISPLAY '  3 - Reject a pending change'.
           DISPLAY '  4 - Submit a fee tariff change'.
           DISPLAY '  5 - Submit a business rules parameter change'.
           DISPLAY '  6 - Submit a chart of accounts change'.
           DISPLAY '  7 - Change history inquiry'.
           DISPLAY '  8 - Submit a product catalogue change'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Exchange rates, the watchlist, the holiday '
               'calendar, posting rules, interest and'.
           DISPLAY 'deposit rates, cut-offs, tax rates and reference '
               'rates are submitted from their own screens.'.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-RCC-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-RCC-CHOICE
           END-IF.

           EVALUATE WS-RCC-CHOICE
               WHEN 1
                   PERFORM LIST-PENDING-REF-CHANGES
               WHEN 2
                   PERFORM DECIDE-REF-CHANGE
                       THRU DECIDE-REF-CHANGE-END
               WHEN 3
                   PERFORM DECIDE-REF-CHANGE
                       THRU DECIDE-REF-CHANGE-END
               WHEN 4
                   PERFORM SUBMIT-TARIFF-CHANGE
                       THRU SUBMIT-TARIFF-CHANGE-END
               WHEN 5
                   PERFORM SUBMIT-BUSINESS-RULE-CHANGE
                       THRU SUBMIT-BUSINESS-RULE-CHANGE-END
               WHEN 6
                   PERFORM SUBMIT-GL-CHART-CHANGE
                       THRU SUBMIT-GL-CHART-CHANGE-END
               WHEN 7
                   PERFORM REF-CHANGE-HISTORY-INQUIRY
                       THRU REF-CHANGE-HISTORY-INQUIRY-END
               WHEN 8
                   PERFORM SUBMIT-PRODUCT-CHANGE
                       THRU SUBMIT-PRODUCT-CHANGE-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-REF-CHANGE-CONTROL-END.
           EXIT.

       SUBMIT-REF-CHANGE-REQUEST.
      *    Hand the change built in REF-CHANGE-RECORD to REFCHG as a
      *    pending change and report the outcome; nothing changes
      *    until a second operator approves it (option 63)
           CALL 'REFCHG' USING 'SUBMIT-REF-CHANGE'
               REF-CHANGE-RECORD WS-CURRENT-OPERATOR-ID
               WS-OPERATION-STATUS WS-RCC-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-RCC-MESSAGE.

           IF WS-OPERATION-STATUS = '00'
               DISPLAY 'Change number: ' RFC-CHANGE-ID
                   '  ' RFC-TABLE ' ' RFC-ACTION ' ' RFC-ITEM-KEY
               DISPLAY '  Before: ' RFC-BEFORE-VALUE
               DISPLAY '  After:  ' RFC-AFTER-VALUE
           END-IF.

       LIST-PENDING-REF-CHANGES.
      *    Show every change awaiting a checker's decision
           MOVE 0 TO WS-RCC-COUNT.
           DISPLAY ' '.

           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           CALL 'FILES' USING 'START-REF-CHANGE-FILE-TOP'
               WS-RCC-STATUS.

           PERFORM LIST-NEXT-PENDING-REF-CHANGE
               UNTIL WS-RCC-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           DISPLAY '(' WS-RCC-COUNT ' pending changes)'.

       LIST-NEXT-PENDING-REF-CHANGE.
      *    Read the next change and show it if it is still pending
           CALL 'FILES' USING 'READ-NEXT-REF-CHANGE'
               REF-CHANGE-RECORD WS-RCC-STATUS.

           IF WS-RCC-STATUS = '00' AND RFC-PENDING
               ADD 1 TO WS-RCC-COUNT
               PERFORM SHOW-ONE-REF-CHANGE
           END-IF.

       SHOW-ONE-REF-CHANGE.
      *    Show one change with its before and after images
           DISPLAY RFC-CHANGE-ID ' ' RFC-TABLE ' ' RFC-ACTION
               ' ' RFC-ITEM-KEY ' ' RFC-STATUS.
           DISPLAY '     Maker: ' RFC-MAKER-OP-ID
               '  Submitted: ' RFC-SUBMITTED-TS.
           IF NOT RFC-PENDING
               DISPLAY '     Checker: ' RFC-CHECKER-OP-ID
                   '  Decided: ' RFC-DECIDED-TS
                   '  ' RFC-DECISION-NOTE
           END-IF.
           DISPLAY '     Before: ' RFC-BEFORE-VALUE.
           DISPLAY '     After:  ' RFC-AFTER-VALUE.

       DECIDE-REF-CHANGE.
      *    Approve (option 2) or reject (option 3) one pending change
           DISPLAY 'Change number: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RCC-CHANGE-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-RCC-CHANGE-ID = 0
               DISPLAY 'Invalid change number.'
               GO TO DECIDE-REF-CHANGE-END
           END-IF.

           CALL 'REFCHG' USING 'GET-REF-CHANGE'
               WS-RCC-CHANGE-ID REF-CHANGE-RECORD
               WS-OPERATION-STATUS WS-RCC-MESSAGE.

           IF WS-OPERATION-STATUS NOT = '00'
               DISPLAY WS-RCC-MESSAGE
               GO TO DECIDE-REF-CHANGE-END
           END-IF.

           DISPLAY ' '.
           PERFORM SHOW-ONE-REF-CHANGE.
           DISPLAY ' '.
           DISPLAY 'Decision note: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-NOTE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-RCC-NOTE
           END-IF.

           IF WS-RCC-CHOICE = 2
               CALL 'REFCHG' USING 'APPROVE-REF-CHANGE'
                   WS-RCC-CHANGE-ID WS-CURRENT-OPERATOR-ID
                   WS-RCC-NOTE REF-CHANGE-RECORD
                   WS-OPERATION-STATUS WS-RCC-MESSAGE
           ELSE
               CALL 'REFCHG' USING 'REJECT-REF-CHANGE'
                   WS-RCC-CHANGE-ID WS-CURRENT-OPERATOR-ID
                   WS-RCC-NOTE REF-CHANGE-RECORD
                   WS-OPERATION-STATUS WS-RCC-MESSAGE
           END-IF.

           DISPLAY ' '.
           DISPLAY WS-RCC-MESSAGE.

       DECIDE-REF-CHANGE-END.
           EXIT.

       SUBMIT-TARIFF-CHANGE.
      *    Show the tariff and submit a new fee for one transaction
      *    type and channel (zero withdraws the charge)
           DISPLAY ' '.
           DISPLAY 'Current tariff (pairs not listed are free):'.
           CALL 'FILES' USING 'OPEN-FEE-TARIFF-FILE-IO'.
           CALL 'FILES' USING 'START-FEE-TARIFF-FILE-TOP'
               WS-RCC-STATUS.
           PERFORM LIST-NEXT-TARIFF-ROW
               UNTIL WS-RCC-STATUS NOT = '00'.
           CALL 'FILES' USING 'CLOSE-FEE-TARIFF-FILE'.
           DISPLAY ' '.

           DISPLAY 'Transaction type (e.g. TRANSFER): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-TXN-TYPE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid transaction type.'
               GO TO SUBMIT-TARIFF-CHANGE-END
           END-IF.

           DISPLAY 'Channel (e.g. WIRE, ATM): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-CHANNEL WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid channel.'
               GO TO SUBMIT-TARIFF-CHANGE-END
           END-IF.

           DISPLAY 'New fee (0 to make it free): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-RCC-AMOUNT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-RCC-AMOUNT < 0 OR
                   WS-RCC-AMOUNT > 99999.99
               DISPLAY 'Invalid fee.'
               GO TO SUBMIT-TARIFF-CHANGE-END
           END-IF.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'TARIFF' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-RCC-TXN-TYPE)
               TO RFC-ITEM-KEY(1:10).
           MOVE FUNCTION UPPER-CASE(WS-RCC-CHANNEL)
               TO RFC-ITEM-KEY(11:10).
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE WS-RCC-AMOUNT TO RFV-TARIFF-FEE.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       SUBMIT-TARIFF-CHANGE-END.
           EXIT.

       LIST-NEXT-TARIFF-ROW.
      *    Show one tariff row
           CALL 'FILES' USING 'READ-NEXT-FEE-TARIFF'
               FEE-TARIFF-RECORD WS-RCC-STATUS.

           IF WS-RCC-STATUS = '00'
               MOVE FTR-FEE TO WS-RCC-FEE-DISPLAY
               DISPLAY '  ' FTR-TXN-TYPE ' ' FTR-CHANNEL ' '
                   WS-RCC-FEE-DISPLAY
           END-IF.

       SUBMIT-BUSINESS-RULE-CHANGE.
      *    Submit a new value for one business rules parameter
           DISPLAY ' '.
           DISPLAY 'Parameters: MIN-CREDIT-AMOUNT MAX-CREDIT-AMOUNT '
               'MIN-DEBIT-AMOUNT MAX-DEBIT-AMOUNT'.
           DISPLAY '  MIN-ACCOUNT-ID MAX-ACCOUNT-ID LOAN-DEFAULT-RATE '
               'LOAN-LATE-FEE LOAN-GRACE-DAYS'.
           DISPLAY '  LOAN-ORIG-FEE-PCT CAPITAL-BASE LARGE-EXP-PCT '
               'SINGLE-NAME-PCT GROUP-LIMIT-PCT'.
           DISPLAY '  RESERVE-PCT-CHECKING RESERVE-PCT-SAVINGS '
               'RESERVE-PCT-TERM RESERVE-PCT-NOTICE'.
           DISPLAY '  MIN-CAPITAL-PCT CAPITAL-BUFFER-PCT '
               'BUDGET-TOL-PCT OI-WRITEOFF-DAYS FXC-ID-THRESHOLD'.
           DISPLAY '  SESSION-IDLE-MINUTES WORKDAY-START WORKDAY-END'.
           DISPLAY '  COLLECTOR-1-30 COLLECTOR-31-60 COLLECTOR-61-90 '
               'COLLECTOR-OVER-90'.
           DISPLAY ' '.
           DISPLAY 'Parameter name: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-FIELD-NAME WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid parameter name.'
               GO TO SUBMIT-BUSINESS-RULE-CHANGE-END
           END-IF.

           DISPLAY 'New value: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-AMOUNT'
               WS-RCC-AMOUNT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-RCC-AMOUNT < 0
               DISPLAY 'Invalid value.'
               GO TO SUBMIT-BUSINESS-RULE-CHANGE-END
           END-IF.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'BUSRULE' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-RCC-FIELD-NAME)
               TO RFC-ITEM-KEY.
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE WS-RCC-AMOUNT TO RFV-BRL-VALUE.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       SUBMIT-BUSINESS-RULE-CHANGE-END.
           EXIT.

       SUBMIT-GL-CHART-CHANGE.
      *    Submit a new chart row, or a rename / open-item flag
      *    change to an existing one
           DISPLAY 'Chart row ID (4 digits): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RCC-GLA-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-RCC-GLA-ID = 0
               DISPLAY 'Invalid chart row ID.'
               GO TO SUBMIT-GL-CHART-CHANGE-END
           END-IF.

           DISPLAY 'Row name: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-GLA-NAME WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid row name.'
               GO TO SUBMIT-GL-CHART-CHANGE-END
           END-IF.

           DISPLAY 'Track the row as open items (suspense/clearing)?'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-RCC-CONFIRM.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'GLCHART' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE WS-RCC-GLA-ID TO RFC-ITEM-KEY.
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE WS-RCC-GLA-NAME TO RFV-GLA-NAME.
           IF WS-RCC-CONFIRM = 1
               MOVE 'Y' TO RFV-GLA-OPEN-ITEM-FLAG
           ELSE
               MOVE 'N' TO RFV-GLA-OPEN-ITEM-FLAG
           END-IF.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       SUBMIT-GL-CHART-CHANGE-END.
           EXIT.

       SUBMIT-PRODUCT-CHANGE.
      *    Submit a new product with its non-amount terms, or a new
      *    value for one term of a product already in the catalogue
      *    (amounts are always keyed as a change after the add)
           DISPLAY ' '.
           DISPLAY 'Catalogue:'.
           MOVE 0 TO WS-PRD-LIST-COUNT.
           CALL 'FILES' USING 'OPEN-PRODUCT-FILE-IO'.
           CALL 'FILES' USING 'START-PRODUCT-FILE-TOP'
               WS-PRD-LIST-STATUS.
           PERFORM LIST-NEXT-CATALOGUE-PRODUCT
               UNTIL WS-PRD-LIST-STATUS NOT = '00'.
           CALL 'FILES' USING 'CLOSE-PRODUCT-FILE'.
           DISPLAY ' '.

           DISPLAY 'Product code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-PRD-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid product code.'
               GO TO SUBMIT-PRODUCT-CHANGE-END
           END-IF.

           DISPLAY 'Fields: NAME STATUS CURRENCIES FEE-PLAN '
               'INT-SCHEDULE MIN-DEPOSIT MIN-BALANCE'.
           DISPLAY '  MAINT-FEE MIN-AGE MAX-AGE'.
           DISPLAY 'Field to change (blank to add a new product): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-PRD-FIELD WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-RCC-PRD-FIELD
           END-IF.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'PRODUCT' TO RFC-TABLE.
           MOVE FUNCTION UPPER-CASE(WS-RCC-PRD-CODE)
               TO RFC-ITEM-KEY(1:8).
           MOVE FUNCTION UPPER-CASE(WS-RCC-PRD-FIELD)
               TO WS-RCC-PRD-FIELD.
           MOVE WS-RCC-PRD-FIELD TO RFC-ITEM-KEY(9:12).
           MOVE SPACES TO REF-CHANGE-VALUE.

           IF WS-RCC-PRD-FIELD = SPACES
               MOVE 'ADD' TO RFC-ACTION
               PERFORM KEY-NEW-PRODUCT-TERMS
           ELSE
               MOVE 'CHANGE' TO RFC-ACTION
               PERFORM KEY-PRODUCT-FIELD-VALUE
           END-IF.

           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       SUBMIT-PRODUCT-CHANGE-END.
           EXIT.

       KEY-NEW-PRODUCT-TERMS.
      *    Key the terms a new product is added with; REFCHG checks
      *    them when the change is submitted
           DISPLAY 'Account type (CHECKING SAVINGS NOTICE TERM): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-PRD-TEXT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RCC-PRD-TEXT)
               TO RFV-PRD-ACCOUNT-TYPE.

           DISPLAY 'Product name: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               RFV-PRD-NAME WS-USER-INPUT-VALID.

           DISPLAY 'Currencies (up to 3 codes run together, e.g. '
               'USDEUR; blank for any): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-PRD-TEXT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RCC-PRD-TEXT)
               TO RFV-PRD-CURRENCIES.

           DISPLAY 'Fee plan (blank for the standard tariff): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-PRD-TEXT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RCC-PRD-TEXT)
               TO RFV-PRD-FEE-PLAN.

           DISPLAY 'Interest rate schedule (blank for none): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-PRD-TEXT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RCC-PRD-TEXT)
               TO RFV-PRD-INT-SCHEDULE.

           DISPLAY 'Minimum age (0 for none): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RCC-PRD-AGE WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-RCC-PRD-AGE
           END-IF.
           MOVE WS-RCC-PRD-AGE TO RFV-PRD-MIN-AGE.

           DISPLAY 'Maximum age (0 for none): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RCC-PRD-AGE WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-RCC-PRD-AGE
           END-IF.
           MOVE WS-RCC-PRD-AGE TO RFV-PRD-MAX-AGE.

       KEY-PRODUCT-FIELD-VALUE.
      *    Key the new value of one product term - an amount or age
      *    in the business rules value slot, anything else as text
           DISPLAY 'New value: ' WITH NO ADVANCING.
           IF RCC-PRD-AMOUNT-FIELD OR RCC-PRD-AGE-FIELD
               CALL 'INPUT' USING 'GET-AMOUNT'
                   WS-RCC-AMOUNT WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                   MOVE 0 TO WS-RCC-AMOUNT
               END-IF
               MOVE WS-RCC-AMOUNT TO RFV-BRL-VALUE
           ELSE
               CALL 'INPUT' USING 'GET-TEXT-INPUT'
                   WS-RCC-PRD-TEXT WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                   MOVE SPACES TO WS-RCC-PRD-TEXT
               END-IF
      *        A product name keeps the case it was keyed in
               IF WS-RCC-PRD-FIELD = 'NAME'
                   MOVE WS-RCC-PRD-TEXT TO RFV-PRD-TEXT-VALUE
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-RCC-PRD-TEXT)
                       TO RFV-PRD-TEXT-VALUE
               END-IF
           END-IF.

       LIST-NEXT-CATALOGUE-PRODUCT.
      *    Show the next product with its status and pricing terms
           CALL 'FILES' USING 'READ-NEXT-PRODUCT'
               PRODUCT-RECORD WS-PRD-LIST-STATUS.

           IF WS-PRD-LIST-STATUS = '00'
               DISPLAY '  ' PRD-CODE ' ' PRD-NAME ' ' PRD-ACCOUNT-TYPE
                   ' ' PRD-STATUS
               MOVE PRD-MIN-OPEN-DEPOSIT TO WS-PRD-AMOUNT-DISPLAY
               MOVE PRD-MIN-BALANCE TO WS-RCC-FEE-DISPLAY
               MOVE PRD-MAINT-FEE TO WS-PRD-FEE-DISPLAY
               DISPLAY '      Min deposit ' WS-PRD-AMOUNT-DISPLAY
                   '  Min balance ' WS-RCC-FEE-DISPLAY
                   '  Fee ' WS-PRD-FEE-DISPLAY
               DISPLAY '      Currencies ' PRD-CURRENCIES
                   '  Fee plan ' PRD-FEE-PLAN
                   '  Schedule ' PRD-INT-SCHEDULE
                   '  Ages ' PRD-MIN-AGE '-' PRD-MAX-AGE
           END-IF.

       REF-CHANGE-HISTORY-INQUIRY.
      *    Show the change history filtered by table, submission date
      *    range and operator (maker or checker); blank or zero
      *    means any
           DISPLAY 'Table (FXRATE HOLIDAY TARIFF BUSRULE WATCHLST '
               'GLCHART PRODUCT, blank for all): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RCC-FILTER-TABLE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-RCC-FILTER-TABLE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-RCC-FILTER-TABLE)
               TO WS-RCC-FILTER-TABLE.

           DISPLAY 'From date (CCYYMMDD, 0 for any): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RCC-FILTER-FROM WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-RCC-FILTER-FROM
           END-IF.

           DISPLAY 'To date (CCYYMMDD, 0 for any): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RCC-FILTER-TO WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-RCC-FILTER-TO = 0
               MOVE 99999999 TO WS-RCC-FILTER-TO
           END-IF.

           DISPLAY 'Operator ID (0 for any): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RCC-FILTER-OPERATOR WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-RCC-FILTER-OPERATOR
           END-IF.

           MOVE 0 TO WS-RCC-COUNT.
           DISPLAY ' '.

           CALL 'FILES' USING 'OPEN-REF-CHANGE-FILE-IO'.
           IF WS-RCC-FILTER-TABLE = SPACES
               CALL 'FILES' USING 'START-REF-CHANGE-FILE-TOP'
                   WS-RCC-STATUS
           ELSE
               MOVE WS-RCC-FILTER-TABLE TO RFC-TABLE
               CALL 'FILES' USING 'START-REF-CHANGES-BY-TABLE'
                   WS-RCC-STATUS
           END-IF.

           PERFORM LIST-NEXT-HISTORY-CHANGE
               UNTIL WS-RCC-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-REF-CHANGE-FILE'.

           DISPLAY '(' WS-RCC-COUNT ' changes)'.

       REF-CHANGE-HISTORY-INQUIRY-END.
           EXIT.

       LIST-NEXT-HISTORY-CHANGE.
      *    Read the next change and show it if it passes the filters;
      *    a table inquiry stops at the end of that table's changes
           CALL 'FILES' USING 'READ-NEXT-REF-CHANGE'
               REF-CHANGE-RECORD WS-RCC-STATUS.

           IF WS-RCC-STATUS = '00' AND WS-RCC-FILTER-TABLE NOT = SPACES
                   AND RFC-TABLE NOT = WS-RCC-FILTER-TABLE
               MOVE '10' TO WS-RCC-STATUS
           END-IF.

           IF WS-RCC-STATUS = '00'
               IF RFC-SUBMITTED-TS(1:8) NOT < WS-RCC-FILTER-FROM AND
                       RFC-SUBMITTED-TS(1:8) NOT > WS-RCC-FILTER-TO
                   IF WS-RCC-FILTER-OPERATOR = 0 OR
                           RFC-MAKER-OP-ID = WS-RCC-FILTER-OPERATOR OR
                           RFC-CHECKER-OP-ID = WS-RCC-FILTER-OPERATOR
                       ADD 1 TO WS-RCC-COUNT
                       PERFORM SHOW-ONE-REF-CHANGE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * MORNING EXCEPTIONS SIGN-OFF
      ******************************************************************

       HANDLE-EOD-EXCEPTIONS.
      *    The departments' view of a business date's exceptions
      *    register (see EODEXC.COB): each section's count and
      *    sign-off, one section's items, and signing a section off
      *    once it has been dealt with
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'MORNING EXCEPTIONS SIGN-OFF'.
           DISPLAY '---------------------------'.
           DISPLAY 'Business date (YYYYMMDD, blank for current): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-EXS-DATE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-EXS-DATE = 0
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-EXS-DATE
           END-IF.

           PERFORM SHOW-EXCEPTION-SECTIONS.

           DISPLAY ' '.
           DISPLAY '  1 - List a department''s items'.
           DISPLAY '  2 - Sign off a department'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-EXS-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-EXS-CHOICE
           END-IF.

           EVALUATE WS-EXS-CHOICE
               WHEN 1
                   PERFORM LIST-EXCEPTION-SECTION
                       THRU LIST-EXCEPTION-SECTION-END
               WHEN 2
                   PERFORM SIGN-OFF-EXCEPTION-SECTION
                       THRU SIGN-OFF-EXCEPTION-SECTION-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-EOD-EXCEPTIONS-END.
           EXIT.

       SHOW-EXCEPTION-SECTIONS.
      *    One line per department with items on the date
           MOVE 0 TO WS-EXS-SHOWN.
           DISPLAY ' '.
           DISPLAY 'Exceptions for business date ' WS-EXS-DATE ':'.

           PERFORM SHOW-ONE-EXCEPTION-SECTION
               VARYING WS-EXS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-EXS-DEPT-IDX > 7.

           IF WS-EXS-SHOWN = 0
               DISPLAY '  (no exceptions for that date)'
           END-IF.

       SHOW-ONE-EXCEPTION-SECTION.
      *    Show one department's item count and sign-off, if it has
      *    any items
           MOVE WS-EXS-DEPT-NAME(WS-EXS-DEPT-IDX) TO WS-EXS-DEPARTMENT.
           CALL 'EODEXC' USING 'COUNT-DEPARTMENT-EXCEPTIONS'
               WS-EXS-DATE WS-EXS-DEPARTMENT WS-EXS-COUNT.

           IF WS-EXS-COUNT > 0
               ADD 1 TO WS-EXS-SHOWN
               CALL 'EODEXC' USING 'GET-DEPARTMENT-SIGNOFF'
                   WS-EXS-DATE WS-EXS-DEPARTMENT
                   EOD-SIGNOFF-RECORD WS-EXS-STATUS
               IF WS-EXS-STATUS NOT = '00'
                   DISPLAY '  ' WS-EXS-DEPARTMENT ' Items: '
                       WS-EXS-COUNT '  OPEN'
               ELSE
                   IF ESO-ITEM-COUNT < WS-EXS-COUNT
                       COMPUTE WS-EXS-NEW-COUNT =
                           WS-EXS-COUNT - ESO-ITEM-COUNT
                       DISPLAY '  ' WS-EXS-DEPARTMENT ' Items: '
                           WS-EXS-COUNT '  OPEN - '
                           WS-EXS-NEW-COUNT ' new since sign-off'
                   ELSE
                       DISPLAY '  ' WS-EXS-DEPARTMENT ' Items: '
                           WS-EXS-COUNT '  SIGNED by '
                           ESO-OPERATOR-ID ' at ' ESO-SIGNED-TS
                   END-IF
               END-IF
           END-IF.

       GET-EXCEPTION-DEPARTMENT.
      *    Ask which department's section to work on
           DISPLAY 'Department (e.g. PAYMENTS): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-EXS-DEPARTMENT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-EXS-DEPARTMENT)
               TO WS-EXS-DEPARTMENT.

       LIST-EXCEPTION-SECTION.
      *    List one department's items for the date
           PERFORM GET-EXCEPTION-DEPARTMENT.

           IF WS-USER-INPUT-VALID = 0 OR WS-EXS-DEPARTMENT = SPACES
               DISPLAY 'Invalid department.'
               GO TO LIST-EXCEPTION-SECTION-END
           END-IF.

           MOVE 0 TO WS-EXS-COUNT.
           INITIALIZE EOD-EXCEPTION-RECORD.
           MOVE WS-EXS-DATE TO EXC-BUSINESS-DATE.
           MOVE LOW-VALUES TO EXC-SOURCE-JOB.
           MOVE 0 TO EXC-SEQUENCE.

           CALL 'FILES' USING 'OPEN-EOD-EXCEPTION-FILE-IO'.
           CALL 'FILES' USING 'START-EOD-EXCEPTIONS-AT'
               EOD-EXCEPTION-RECORD WS-EXS-STATUS.

           PERFORM LIST-NEXT-SECTION-EXCEPTION
               UNTIL WS-EXS-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-EOD-EXCEPTION-FILE'.

           DISPLAY ' '.
           DISPLAY '(' WS-EXS-COUNT ' items)'.

       LIST-EXCEPTION-SECTION-END.
           EXIT.

       LIST-NEXT-SECTION-EXCEPTION.
      *    Read the date's next item and show it if it is the
      *    department's
           CALL 'FILES' USING 'READ-NEXT-EOD-EXCEPTION'
               EOD-EXCEPTION-RECORD WS-EXS-STATUS.

           IF WS-EXS-STATUS = '00'
               IF EXC-BUSINESS-DATE NOT = WS-EXS-DATE
                   MOVE '10' TO WS-EXS-STATUS
               ELSE
                   IF EXC-DEPARTMENT = WS-EXS-DEPARTMENT
                       ADD 1 TO WS-EXS-COUNT
                       MOVE EXC-AMOUNT TO WS-EXS-AMOUNT-DISPLAY
                       DISPLAY ' '
                       DISPLAY EXC-SOURCE-JOB ' ' EXC-ACCOUNT-ID
                           ' ' WS-EXS-AMOUNT-DISPLAY
                           '  Ref: ' EXC-REFERENCE
                       DISPLAY '     ' EXC-REASON
                       DISPLAY '     ' EXC-ACTION
                   END-IF
               END-IF
           END-IF.

       SIGN-OFF-EXCEPTION-SECTION.
      *    Confirm one department's section as dealt with
           PERFORM GET-EXCEPTION-DEPARTMENT.

           IF WS-USER-INPUT-VALID = 0 OR WS-EXS-DEPARTMENT = SPACES
               DISPLAY 'Invalid department.'
               GO TO SIGN-OFF-EXCEPTION-SECTION-END
           END-IF.

           DISPLAY 'Note: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-EXS-NOTE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-EXS-NOTE
           END-IF.

           CALL 'EODEXC' USING 'SIGN-OFF-DEPARTMENT'
               WS-EXS-DATE WS-EXS-DEPARTMENT WS-CURRENT-OPERATOR-ID
               WS-EXS-NOTE EOD-SIGNOFF-RECORD
               WS-EXS-STATUS WS-EXS-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-EXS-MESSAGE.

       SIGN-OFF-EXCEPTION-SECTION-END.
           EXIT.

      ******************************************************************
      * REPORT ARCHIVE REPRINT
      ******************************************************************

       HANDLE-SPOOL-REPRINT.
      *    Find a statement, relationship statement, advice letter or
      *    tax certificate in the print spool archive (see
      *    SPOOLARC.COB) by report, business date, account or
      *    customer, and reprint it as issued, marked COPY
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'REPORT ARCHIVE REPRINT'.
           DISPLAY '----------------------'.
           DISPLAY 'Report (STMTCYCLE, RELSTMT, ADVPRINT, TAXCERT, '
               'blank for all): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-SPR-REPORT WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE SPACES TO WS-SPR-REPORT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SPR-REPORT) TO WS-SPR-REPORT.

           DISPLAY 'Business date (YYYYMMDD, blank for any): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SPR-DATE WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SPR-DATE
           END-IF.

           DISPLAY 'Account ID (blank for any): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SPR-ACCOUNT-ID WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-SPR-ACCOUNT-ID
           END-IF.

           MOVE 0 TO WS-SPR-CUSTOMER-ID.
           IF WS-SPR-ACCOUNT-ID = 0
               DISPLAY 'Customer ID (blank for any): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
                   WS-SPR-CUSTOMER-ID WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                   MOVE 0 TO WS-SPR-CUSTOMER-ID
               END-IF
           END-IF.

           PERFORM LIST-SPOOL-CATALOGUE.

           IF WS-SPR-SHOWN > 0
               PERFORM REPRINT-ARCHIVED-DOCUMENT
                   THRU REPRINT-ARCHIVED-DOCUMENT-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-SPOOL-REPRINT-END.
           EXIT.

       REPRINT-ARCHIVED-DOCUMENT.
      *    Ask which listed document to reprint and send the copy to
      *    the archive reprint spool
           DISPLAY ' '.
           DISPLAY 'Run to reprint (blank to cancel): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SPR-RUN-ID WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0 OR WS-SPR-RUN-ID = 0
               GO TO REPRINT-ARCHIVED-DOCUMENT-END
           END-IF.

           DISPLAY 'Document number (0 for the whole run): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-SPR-DOC-SEQ WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid document number.'
               GO TO REPRINT-ARCHIVED-DOCUMENT-END
           END-IF.

           CALL 'SPOOLARC' USING 'REPRINT-SPOOL-DOCUMENT'
               WS-SPR-RUN-ID WS-SPR-DOC-SEQ WS-CURRENT-OPERATOR-ID
               SPOOL-CATALOGUE-RECORD WS-SPR-STATUS WS-SPR-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-SPR-MESSAGE.

       REPRINT-ARCHIVED-DOCUMENT-END.
           EXIT.

       LIST-SPOOL-CATALOGUE.
      *    List the catalogue rows matching the search, by the
      *    account or customer key when one was given
           MOVE 0 TO WS-SPR-SHOWN.
           INITIALIZE SPOOL-CATALOGUE-RECORD.

           CALL 'FILES' USING 'OPEN-SPOOL-CATALOGUE-FILE-IO'.
           EVALUATE TRUE
               WHEN WS-SPR-ACCOUNT-ID > 0
                   MOVE WS-SPR-ACCOUNT-ID TO SPC-ACCOUNT-ID
                   CALL 'FILES' USING 'START-SPOOL-CATALOGUE-BY-ACCOUNT'
                       SPOOL-CATALOGUE-RECORD WS-SPR-STATUS
               WHEN WS-SPR-CUSTOMER-ID > 0
                   MOVE WS-SPR-CUSTOMER-ID TO SPC-CUSTOMER-ID
                   CALL 'FILES' USING
                       'START-SPOOL-CATALOGUE-BY-CUSTOMER'
                       SPOOL-CATALOGUE-RECORD WS-SPR-STATUS
               WHEN OTHER
                   CALL 'FILES' USING 'START-SPOOL-CATALOGUE-FILE-TOP'
                       WS-SPR-STATUS
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Run      Doc    Report     Date     Account  '
               'Customer Reference            Pages         Status'.

           PERFORM LIST-NEXT-CATALOGUE-ROW
               UNTIL WS-SPR-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-SPOOL-CATALOGUE-FILE'.

           IF WS-SPR-SHOWN = 0
               DISPLAY '  (no archived documents match)'
           END-IF.
           IF WS-SPR-SHOWN NOT < 40
               DISPLAY '  (first 40 shown - narrow the search)'
           END-IF.

       LIST-NEXT-CATALOGUE-ROW.
      *    Read the next catalogue row and show it if it matches;
      *    stop at the end of the account's or customer's rows
           CALL 'FILES' USING 'READ-NEXT-SPOOL-CATALOGUE'
               SPOOL-CATALOGUE-RECORD WS-SPR-STATUS.

           IF WS-SPR-STATUS = '00'
               IF (WS-SPR-ACCOUNT-ID > 0 AND
                       SPC-ACCOUNT-ID NOT = WS-SPR-ACCOUNT-ID) OR
                       (WS-SPR-CUSTOMER-ID > 0 AND
                       SPC-CUSTOMER-ID NOT = WS-SPR-CUSTOMER-ID)
                   MOVE '10' TO WS-SPR-STATUS
               ELSE
                   IF (WS-SPR-REPORT = SPACES OR
                           SPC-REPORT-NAME = WS-SPR-REPORT) AND
                           (WS-SPR-DATE = 0 OR
                           SPC-BUSINESS-DATE = WS-SPR-DATE)
                       ADD 1 TO WS-SPR-SHOWN
                       DISPLAY SPC-RUN-ID ' ' SPC-DOC-SEQ ' '
                           SPC-REPORT-NAME ' ' SPC-BUSINESS-DATE ' '
                           SPC-ACCOUNT-ID ' ' SPC-CUSTOMER-ID ' '
                           SPC-DOC-REF ' ' SPC-FIRST-PAGE '-'
                           SPC-LAST-PAGE ' ' SPC-STATUS
                       IF WS-SPR-SHOWN NOT < 40
                           MOVE '10' TO WS-SPR-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * BRANCH MASTER / CLOSURE
      ******************************************************************

       HANDLE-BRANCH-MASTER.
      *    The branch master (see BRANCHES.COB): every branch with
      *    its status, opening a branch, amending its details, and
      *    scheduling or cancelling its closure into another branch.
      *    The scheduled merger itself is carried out by BRMERGE.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'BRANCH MASTER / CLOSURE'.
           DISPLAY '-----------------------'.

           PERFORM LIST-BRANCH-MASTER.

           DISPLAY ' '.
           DISPLAY '  1 - Open a new branch'.
           DISPLAY '  2 - Amend a branch''s details'.
           DISPLAY '  3 - Schedule a branch closure / merger'.
           DISPLAY '  4 - Cancel a scheduled closure'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-BRM-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-BRM-CHOICE
           END-IF.

           EVALUATE WS-BRM-CHOICE
               WHEN 1
                   PERFORM ADD-BRANCH-SCREEN
                       THRU ADD-BRANCH-SCREEN-END
               WHEN 2
                   PERFORM AMEND-BRANCH-SCREEN
                       THRU AMEND-BRANCH-SCREEN-END
               WHEN 3
                   PERFORM SCHEDULE-MERGER-SCREEN
                       THRU SCHEDULE-MERGER-SCREEN-END
               WHEN 4
                   PERFORM CANCEL-MERGER-SCREEN
                       THRU CANCEL-MERGER-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-BRANCH-MASTER-END.
           EXIT.

       LIST-BRANCH-MASTER.
      *    One line per branch on the master
           DISPLAY ' '.
           DISPLAY 'Code Name                           Region     '
               'Status   Opened   Merges into / on'.

           CALL 'FILES' USING 'OPEN-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'START-BRANCH-FILE-TOP' WS-BRM-STATUS.

           PERFORM LIST-NEXT-BRANCH
               UNTIL WS-BRM-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-BRANCH-FILE'.

       LIST-NEXT-BRANCH.
           CALL 'FILES' USING 'READ-NEXT-BRANCH' BRANCH-RECORD
               WS-BRM-STATUS.

           IF WS-BRM-STATUS = '00'
               IF BRN-OPEN
                   DISPLAY BRN-BRANCH-CODE ' ' BRN-NAME ' '
                       BRN-REGION ' ' BRN-STATUS ' ' BRN-OPENED-DATE
               ELSE
                   DISPLAY BRN-BRANCH-CODE ' ' BRN-NAME ' '
                       BRN-REGION ' ' BRN-STATUS ' ' BRN-OPENED-DATE
                       ' ' BRN-MERGE-INTO-CODE ' ' BRN-MERGE-DATE
               END-IF
           END-IF.

       ADD-BRANCH-SCREEN.
      *    Put a new branch on the master, open from today
           DISPLAY ' '.
           DISPLAY 'Branch code (4 digits): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-BRM-CODE = SPACES
               DISPLAY 'A branch code is required.'
               GO TO ADD-BRANCH-SCREEN-END
           END-IF.

           DISPLAY 'Branch name: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-NAME WS-USER-INPUT-VALID.

           DISPLAY 'Address: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-ADDRESS WS-USER-INPUT-VALID.

           DISPLAY 'Region: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-REGION WS-USER-INPUT-VALID.

           CALL 'BRANCHES' USING 'ADD-BRANCH'
               WS-BRM-CODE WS-BRM-NAME WS-BRM-ADDRESS WS-BRM-REGION
               WS-CURRENT-OPERATOR-ID BRANCH-RECORD
               WS-BRM-STATUS WS-BRM-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-BRM-MESSAGE.

       ADD-BRANCH-SCREEN-END.
           EXIT.

       AMEND-BRANCH-SCREEN.
      *    Change a branch's name, address or region; blank keeps
      *    what is on file
           DISPLAY ' '.
           DISPLAY 'Branch code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-BRM-CODE = SPACES
               DISPLAY 'A branch code is required.'
               GO TO AMEND-BRANCH-SCREEN-END
           END-IF.

           DISPLAY 'New name (blank to keep): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-NAME WS-USER-INPUT-VALID.

           DISPLAY 'New address (blank to keep): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-ADDRESS WS-USER-INPUT-VALID.

           DISPLAY 'New region (blank to keep): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-REGION WS-USER-INPUT-VALID.

           CALL 'BRANCHES' USING 'AMEND-BRANCH'
               WS-BRM-CODE WS-BRM-NAME WS-BRM-ADDRESS WS-BRM-REGION
               WS-CURRENT-OPERATOR-ID BRANCH-RECORD
               WS-BRM-STATUS WS-BRM-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-BRM-MESSAGE.

       AMEND-BRANCH-SCREEN-END.
           EXIT.

       SCHEDULE-MERGER-SCREEN.
      *    Put a branch on CLOSING with the branch taking over its
      *    book and the date the merger batch may carry it out
           DISPLAY ' '.
           DISPLAY 'Branch to close: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-BRM-CODE = SPACES
               DISPLAY 'A branch code is required.'
               GO TO SCHEDULE-MERGER-SCREEN-END
           END-IF.

           DISPLAY 'Merge into branch: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-INTO-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-BRM-INTO-CODE = SPACES
               DISPLAY 'A receiving branch is required.'
               GO TO SCHEDULE-MERGER-SCREEN-END
           END-IF.

           DISPLAY 'Merger date (YYYYMMDD): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-BRM-MERGE-DATE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-BRM-MERGE-DATE = 0
               DISPLAY 'Invalid merger date.'
               GO TO SCHEDULE-MERGER-SCREEN-END
           END-IF.

           DISPLAY 'Branch ' WS-BRM-CODE ' will take no new business '
               'and merge into ' WS-BRM-INTO-CODE '.'.
           CALL 'INPUT' USING 'GET-CONFIRMATION' WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Closure not scheduled.'
               GO TO SCHEDULE-MERGER-SCREEN-END
           END-IF.

           CALL 'BRANCHES' USING 'SCHEDULE-BRANCH-MERGER'
               WS-BRM-CODE WS-BRM-INTO-CODE WS-BRM-MERGE-DATE
               WS-CURRENT-OPERATOR-ID BRANCH-RECORD
               WS-BRM-STATUS WS-BRM-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-BRM-MESSAGE.

       SCHEDULE-MERGER-SCREEN-END.
           EXIT.

       CANCEL-MERGER-SCREEN.
      *    Take a branch scheduled to close back to OPEN
           DISPLAY ' '.
           DISPLAY 'Branch code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-BRM-CODE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-BRM-CODE = SPACES
               DISPLAY 'A branch code is required.'
               GO TO CANCEL-MERGER-SCREEN-END
           END-IF.

           CALL 'BRANCHES' USING 'CANCEL-BRANCH-MERGER'
               WS-BRM-CODE WS-CURRENT-OPERATOR-ID BRANCH-RECORD
               WS-BRM-STATUS WS-BRM-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-BRM-MESSAGE.

       CANCEL-MERGER-SCREEN-END.
           EXIT.

      ******************************************************************
      * FINANCIAL TRANSACTION TAX RATES
      ******************************************************************

       HANDLE-TAX-RATES.
      *    The financial transaction tax rate table (see TAXRATE.COB):
      *    key a rate for loan bookings or conversions from a date,
      *    and read an operation's rate history back. Keying a rate
      *    is a supervisor action, and the rate applies only once a
      *    second operator approves it as a reference data change.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'FINANCIAL TRANSACTION TAX RATES'.
           DISPLAY '-------------------------------'.
           DISPLAY '  1 - Set a tax rate'.
           DISPLAY '  2 - Tax rate history'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-FTX-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-FTX-CHOICE
           END-IF.

           EVALUATE WS-FTX-CHOICE
               WHEN 1
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM SET-TAX-RATE-SCREEN
                           THRU SET-TAX-RATE-SCREEN-END
                   END-IF
               WHEN 2
                   PERFORM TAX-RATE-HISTORY-SCREEN
                       THRU TAX-RATE-HISTORY-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-TAX-RATES-END.
           EXIT.

       SET-TAX-RATE-SCREEN.
      *    Key one operation's rate and the date it takes effect
      *    from; a rate for a date already on file replaces it. The
      *    rate is submitted for a second operator's approval
      *    (REFCHG.COB)
           DISPLAY 'Taxed operation (LOAN or FX): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-FTX-OPERATION WS-USER-INPUT-VALID.

           MOVE FUNCTION UPPER-CASE(WS-FTX-OPERATION)
               TO WS-FTX-OPERATION.

           IF WS-USER-INPUT-VALID = 0 OR NOT FTX-OPERATION-VALID
               DISPLAY 'The operation must be LOAN or FX.'
               GO TO SET-TAX-RATE-SCREEN-END
           END-IF.

           DISPLAY 'Effective date (YYYYMMDD, blank for today): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-FTX-EFFECTIVE-DATE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-FTX-EFFECTIVE-DATE = 0
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-FTX-EFFECTIVE-DATE
           END-IF.

           IF WS-FTX-EFFECTIVE-DATE(5:2) < '01'
                   OR WS-FTX-EFFECTIVE-DATE(5:2) > '12'
                   OR WS-FTX-EFFECTIVE-DATE(7:2) < '01'
                   OR WS-FTX-EFFECTIVE-DATE(7:2) > '31'
               DISPLAY 'Invalid date. Operation cancelled.'
               GO TO SET-TAX-RATE-SCREEN-END
           END-IF.

           DISPLAY 'Fixed rate in basis points (e.g. 38 for 0.38%, '
               'blank for none): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-DECIMAL-INPUT'
               WS-FTX-BP-INPUT WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-FTX-BP-INPUT
           END-IF.

           IF WS-FTX-BP-INPUT < 0 OR WS-FTX-BP-INPUT > 9999
               DISPLAY 'Invalid rate. Operation cancelled.'
               GO TO SET-TAX-RATE-SCREEN-END
           END-IF.

           COMPUTE WS-FTX-FIXED-PCT = WS-FTX-BP-INPUT / 100.
           MOVE 0 TO WS-FTX-DAILY-PCT.
           MOVE 0 TO WS-FTX-CAP-DAYS.

      *    Only a loan has a term for the daily component to run over
           IF WS-FTX-OPERATION = 'LOAN'
               DISPLAY 'Daily rate in basis points (e.g. 0.82 for '
                   '0.0082% a day, blank for none): '
                   WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-DECIMAL-INPUT'
                   WS-FTX-BP-INPUT WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                   MOVE 0 TO WS-FTX-BP-INPUT
               END-IF
               IF WS-FTX-BP-INPUT < 0 OR WS-FTX-BP-INPUT > 99
                   DISPLAY 'Invalid rate. Operation cancelled.'
                   GO TO SET-TAX-RATE-SCREEN-END
               END-IF
               COMPUTE WS-FTX-DAILY-PCT = WS-FTX-BP-INPUT / 100
               IF WS-FTX-DAILY-PCT > 0
                   DISPLAY 'Days of term taxed at most (e.g. 365): '
                       WITH NO ADVANCING
                   CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
                       WS-FTX-CAP-DAYS WS-USER-INPUT-VALID
                   IF WS-USER-INPUT-VALID = 0
                       MOVE 0 TO WS-FTX-CAP-DAYS
                   END-IF
               END-IF
           END-IF.

           INITIALIZE REF-CHANGE-RECORD.
           MOVE 'TAXRATE' TO RFC-TABLE.
           MOVE 'CHANGE' TO RFC-ACTION.
           MOVE WS-FTX-OPERATION TO RFC-DATED-ITEM-NAME.
           MOVE WS-FTX-EFFECTIVE-DATE TO RFC-DATED-ITEM-DATE.
           MOVE SPACES TO REF-CHANGE-VALUE.
           MOVE WS-FTX-FIXED-PCT TO RFV-TXR-FIXED-PCT.
           MOVE WS-FTX-DAILY-PCT TO RFV-TXR-DAILY-PCT.
           MOVE WS-FTX-CAP-DAYS TO RFV-TXR-CAP-DAYS.
           MOVE REF-CHANGE-VALUE TO RFC-AFTER-VALUE.
           PERFORM SUBMIT-REF-CHANGE-REQUEST.

       SET-TAX-RATE-SCREEN-END.
           EXIT.

       TAX-RATE-HISTORY-SCREEN.
      *    List every rate on file for one operation, oldest first
           DISPLAY 'Taxed operation (LOAN or FX): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-FTX-OPERATION WS-USER-INPUT-VALID.

           MOVE FUNCTION UPPER-CASE(WS-FTX-OPERATION)
               TO WS-FTX-OPERATION.

           IF WS-USER-INPUT-VALID = 0 OR NOT FTX-OPERATION-VALID
               DISPLAY 'The operation must be LOAN or FX.'
               GO TO TAX-RATE-HISTORY-SCREEN-END
           END-IF.

           MOVE 0 TO WS-FTX-LIST-COUNT.
           MOVE WS-FTX-OPERATION TO TXR-OPERATION.

           DISPLAY ' '.
           DISPLAY 'Effective  Fixed %   Daily %     Cap days  '
               'Entered by'.

           CALL 'FILES' USING 'OPEN-TAX-RATE-FILE-IO'.
           CALL 'FILES' USING 'START-TAX-RATE-BY-OPERATION'
               TAX-RATE-RECORD WS-FTX-STATUS.

           PERFORM LIST-NEXT-TAX-RATE
               UNTIL WS-FTX-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-TAX-RATE-FILE'.

           IF WS-FTX-LIST-COUNT = 0
               DISPLAY 'No rates on file - the operation is untaxed.'
           END-IF.

       TAX-RATE-HISTORY-SCREEN-END.
           EXIT.

       LIST-NEXT-TAX-RATE.
      *    Show one rate; stop at the next operation's rows
           CALL 'FILES' USING 'READ-NEXT-TAX-RATE'
               TAX-RATE-RECORD WS-FTX-STATUS.

           IF WS-FTX-STATUS = '00'
               IF TXR-OPERATION NOT = WS-FTX-OPERATION
                   MOVE '10' TO WS-FTX-STATUS
               ELSE
                   ADD 1 TO WS-FTX-LIST-COUNT
                   MOVE TXR-FIXED-PCT TO WS-FTX-DISPLAY-FIXED
                   MOVE TXR-DAILY-PCT TO WS-FTX-DISPLAY-DAILY
                   DISPLAY TXR-EFFECTIVE-DATE '   '
                       WS-FTX-DISPLAY-FIXED '   '
                       WS-FTX-DISPLAY-DAILY '   ' TXR-CAP-DAYS
                       '      ' TXR-ENTERED-BY
               END-IF
           END-IF.

      ******************************************************************
      * CUSTOMER CONSENT REGISTER
      ******************************************************************

       HANDLE-CONSENTS.
      *    The customer consent register (see CONSENT.COB): capture a
      *    customer's instruction on a purpose, and read back the
      *    customer's full history. Nothing here is ever changed - a
      *    new instruction is recorded after the old one.
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'CUSTOMER CONSENT REGISTER'.
           DISPLAY '-------------------------'.
           DISPLAY '  1 - Record a consent instruction'.
           DISPLAY '  2 - Customer consent history'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CNR-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-CNR-CHOICE
           END-IF.

           EVALUATE WS-CNR-CHOICE
               WHEN 1
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RECORD-CONSENT-SCREEN
                           THRU RECORD-CONSENT-SCREEN-END
                   END-IF
               WHEN 2
                   PERFORM CONSENT-HISTORY-SCREEN
                       THRU CONSENT-HISTORY-SCREEN-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'Press ENTER to continue...'.
           CALL 'INPUT' USING 'WAIT-FOR-ENTER'.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-CONSENTS-END.
           EXIT.

       RECORD-CONSENT-SCREEN.
      *    Key one instruction: the customer, the purpose, granted or
      *    withdrawn, the date it takes effect and how it was given
           DISPLAY 'Customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CNR-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-CNR-CUSTOMER-ID = 0
               DISPLAY 'A customer ID is required.'
               GO TO RECORD-CONSENT-SCREEN-END
           END-IF.

           DISPLAY 'Purpose (MARKETING, OLB, BUREAU, MIS): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CNR-PURPOSE WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-CNR-PURPOSE) TO WS-CNR-PURPOSE.

           DISPLAY 'Decision (GRANTED or WITHDRAWN): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CNR-DECISION WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-CNR-DECISION)
               TO WS-CNR-DECISION.

           DISPLAY 'Channel (BRANCH, PHONE, ONLINE, WRITTEN): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CNR-CHANNEL WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-CNR-CHANNEL) TO WS-CNR-CHANNEL.

           DISPLAY 'Effective date (YYYYMMDD, blank for today): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CNR-EFFECTIVE-DATE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-CNR-EFFECTIVE-DATE = 0
               CALL 'CALENDAR' USING 'GET-POSTING-DATE'
                   WS-CNR-EFFECTIVE-DATE
           END-IF.

           IF WS-CNR-EFFECTIVE-DATE(5:2) < '01'
                   OR WS-CNR-EFFECTIVE-DATE(5:2) > '12'
                   OR WS-CNR-EFFECTIVE-DATE(7:2) < '01'
                   OR WS-CNR-EFFECTIVE-DATE(7:2) > '31'
               DISPLAY 'Invalid date. Operation cancelled.'
               GO TO RECORD-CONSENT-SCREEN-END
           END-IF.

           CALL 'CONSENT' USING 'RECORD-CONSENT'
               WS-CNR-CUSTOMER-ID WS-CNR-PURPOSE WS-CNR-DECISION
               WS-CNR-EFFECTIVE-DATE WS-CNR-CHANNEL
               WS-CURRENT-OPERATOR-ID
               CONSENT-RECORD WS-CNR-STATUS WS-CNR-MESSAGE.

           DISPLAY ' '.
           IF WS-CNR-STATUS = '00'
               DISPLAY 'Recorded event ' CNS-EVENT-ID ': customer '
                   CNS-CUSTOMER-ID ' ' CNS-PURPOSE ' '
                   CNS-DECISION ' from ' CNS-EFFECTIVE-DATE
           ELSE
               DISPLAY WS-CNR-MESSAGE
           END-IF.

       RECORD-CONSENT-SCREEN-END.
           EXIT.

       CONSENT-HISTORY-SCREEN.
      *    List every instruction on file for one customer, purpose
      *    by purpose in the order recorded
           DISPLAY 'Customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CNR-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-CNR-CUSTOMER-ID = 0
               DISPLAY 'A customer ID is required.'
               GO TO CONSENT-HISTORY-SCREEN-END
           END-IF.

           MOVE 0 TO WS-CNR-LIST-COUNT.
           MOVE WS-CNR-CUSTOMER-ID TO CNS-CUSTOMER-ID.

           DISPLAY ' '.
           DISPLAY 'Purpose    Decision  Effective  Channel    '
               'Operator  Recorded'.

           CALL 'FILES' USING 'OPEN-CONSENT-FILE-IO'.
           CALL 'FILES' USING 'START-CONSENT-BY-CUSTOMER'
               CONSENT-RECORD WS-CNR-STATUS.

           PERFORM LIST-NEXT-CONSENT
               UNTIL WS-CNR-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-CONSENT-FILE'.

           IF WS-CNR-LIST-COUNT = 0
               DISPLAY 'No instructions on file - the customer has '
                   'objected to nothing.'
           END-IF.

       CONSENT-HISTORY-SCREEN-END.
           EXIT.

       LIST-NEXT-CONSENT.
      *    Show one instruction; stop at the next customer's rows
           CALL 'FILES' USING 'READ-NEXT-CONSENT'
               CONSENT-RECORD WS-CNR-STATUS.

           IF WS-CNR-STATUS = '00'
               IF CNS-CUSTOMER-ID NOT = WS-CNR-CUSTOMER-ID
                   MOVE '10' TO WS-CNR-STATUS
               ELSE
                   ADD 1 TO WS-CNR-LIST-COUNT
                   DISPLAY CNS-PURPOSE ' ' CNS-DECISION ' '
                       CNS-EFFECTIVE-DATE '   ' CNS-CHANNEL ' '
                       CNS-OPERATOR-ID '    ' CNS-RECORDED-TS
               END-IF
           END-IF.

      ******************************************************************
      * COLLECTIONS WORKLIST
      ******************************************************************

       HANDLE-COLLECTIONS.
      *    The collections worklist (see COLLECT.COB): a collector's
      *    open cases from the nightly queue, a case's contact log,
      *    and logging a contact or a promise to pay
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'COLLECTIONS WORKLIST'.
           DISPLAY '--------------------'.
           DISPLAY '  1 - Collector worklist'.
           DISPLAY '  2 - Case contact history'.
           DISPLAY '  3 - Log a contact / promise to pay'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-CLW-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-CLW-CHOICE
           END-IF.

           EVALUATE WS-CLW-CHOICE
               WHEN 1
                   PERFORM COLLECTOR-WORKLIST-SCREEN
               WHEN 2
                   PERFORM CASE-CONTACT-HISTORY-SCREEN
                       THRU CASE-CONTACT-HISTORY-SCREEN-END
               WHEN 3
                   PERFORM REQUIRE-POSTING-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM LOG-CONTACT-SCREEN
                           THRU LOG-CONTACT-SCREEN-END
                   END-IF
               WHEN OTHER
                   CONTINUE

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-COLLECTIONS-END.
           EXIT.

       COLLECTOR-WORKLIST-SCREEN.
      *    List a collector's open cases as the nightly queue left
      *    them; 0 lists the cases still waiting for a collector
           DISPLAY 'Collector operator ID (blank for your own, '
               '0 for unassigned): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CLW-COLLECTOR-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE WS-CURRENT-OPERATOR-ID TO WS-CLW-COLLECTOR-ID
           END-IF.

           MOVE 0 TO WS-CLW-LIST-COUNT.

           DISPLAY ' '.
           DISPLAY 'Worklist of collector ' WS-CLW-COLLECTOR-ID.
           DISPLAY 'Source Ref       Account   Bucket Days Stg Brk'
               '            Due  Last contact'.

           CALL 'FILES' USING 'OPEN-COLLECTION-CASE-FILE-IO'.
           CALL 'FILES' USING 'START-COLLECTION-CASE-TOP'
               WS-CLW-STATUS.

           PERFORM LIST-NEXT-WORKLIST-CASE
               UNTIL WS-CLW-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-COLLECTION-CASE-FILE'.

           IF WS-CLW-LIST-COUNT = 0
               DISPLAY 'No open cases.'
           END-IF.

       LIST-NEXT-WORKLIST-CASE.
      *    Show one open case of the chosen collector
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CASE'
               COLLECTION-CASE-RECORD WS-CLW-STATUS.

           IF WS-CLW-STATUS = '00'
               IF CLC-OPEN AND CLC-COLLECTOR-ID = WS-CLW-COLLECTOR-ID
                   ADD 1 TO WS-CLW-LIST-COUNT
                   MOVE CLC-AMOUNT-DUE TO WS-CLW-DISPLAY-AMOUNT
                   DISPLAY CLC-SOURCE '   ' CLC-REFERENCE-ID '  '
                       CLC-ACCOUNT-ID '  ' CLC-BUCKET '  '
                       CLC-DAYS-PAST-DUE ' ' CLC-STAGE '   '
                       CLC-BROKEN-PROMISES ' ' WS-CLW-DISPLAY-AMOUNT
                       '  ' CLC-LAST-CONTACT-DATE ' '
                       CLC-LAST-OUTCOME
               END-IF
           END-IF.

       GET-CASE-KEY-INPUT.
      *    Ask which case: LOAN plus the loan ID, or OD plus the
      *    overdrawn account's ID
           DISPLAY 'Case source (LOAN or OD): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CLW-SOURCE WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-CLW-SOURCE) TO WS-CLW-SOURCE.

           DISPLAY 'Loan or account ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-CLW-REFERENCE-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-CLW-REFERENCE-ID
           END-IF.

       CASE-CONTACT-HISTORY-SCREEN.
      *    Show one case and every contact logged against it
           PERFORM GET-CASE-KEY-INPUT.

           CALL 'COLLECT' USING 'GET-COLLECTION-CASE'
               WS-CLW-SOURCE WS-CLW-REFERENCE-ID
               COLLECTION-CASE-RECORD WS-CLW-STATUS.

           IF WS-CLW-STATUS NOT = '00'
               DISPLAY 'No collections case for that loan or account.'
               GO TO CASE-CONTACT-HISTORY-SCREEN-END
           END-IF.

           MOVE CLC-AMOUNT-DUE TO WS-CLW-DISPLAY-AMOUNT.
           DISPLAY ' '.
           DISPLAY 'Case ' CLC-SOURCE ' ' CLC-REFERENCE-ID
               '  Account: ' CLC-ACCOUNT-ID
               '  Customer: ' CLC-CUSTOMER-ID.
           DISPLAY 'Status: ' CLC-STATUS '  Bucket: ' CLC-BUCKET
               '  Days: ' CLC-DAYS-PAST-DUE
               '  Due: ' WS-CLW-DISPLAY-AMOUNT.
           DISPLAY 'Collector: ' CLC-COLLECTOR-ID
               '  Stage: ' CLC-STAGE
               '  Broken promises: ' CLC-BROKEN-PROMISES
               '  Opened: ' CLC-OPENED-DATE.
           DISPLAY ' '.
           DISPLAY 'Date     Method Outcome    Operator Note'.

           MOVE 0 TO WS-CLW-LIST-COUNT.
           MOVE CLC-SOURCE TO CPT-SOURCE.
           MOVE CLC-REFERENCE-ID TO CPT-REFERENCE-ID.

           CALL 'FILES' USING 'OPEN-COLLECTION-CONTACT-FILE-IO'.
           CALL 'FILES' USING 'START-COLLECTION-CONTACT-BY-CASE'
               COLLECTION-CONTACT-RECORD WS-CLW-STATUS.

           PERFORM LIST-NEXT-CASE-CONTACT
               UNTIL WS-CLW-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-COLLECTION-CONTACT-FILE'.

           IF WS-CLW-LIST-COUNT = 0
               DISPLAY 'No contacts logged yet.'
           END-IF.

       CASE-CONTACT-HISTORY-SCREEN-END.
           EXIT.

       LIST-NEXT-CASE-CONTACT.
      *    Show one contact; stop at the next case's rows
           CALL 'FILES' USING 'READ-NEXT-COLLECTION-CONTACT'
               COLLECTION-CONTACT-RECORD WS-CLW-STATUS.

           IF WS-CLW-STATUS = '00'
               IF CPT-SOURCE NOT = CLC-SOURCE
                       OR CPT-REFERENCE-ID NOT = CLC-REFERENCE-ID
                   MOVE '10' TO WS-CLW-STATUS
               ELSE
                   ADD 1 TO WS-CLW-LIST-COUNT
                   DISPLAY CPT-CONTACT-DATE ' ' CPT-METHOD ' '
                       CPT-OUTCOME ' ' CPT-OPERATOR-ID '   '
                       CPT-NOTE
                   IF CPT-OUTCOME-PROMISE
                       MOVE CPT-PTP-AMOUNT TO WS-CLW-DISPLAY-AMOUNT
                       DISPLAY '         Promise ' WS-CLW-DISPLAY-AMOUNT
                           ' by ' CPT-PTP-DATE '  ' CPT-PTP-STATUS
                       IF NOT CPT-PTP-OPEN
                           MOVE CPT-PTP-PAID-AMOUNT
                               TO WS-CLW-DISPLAY-AMOUNT
                           DISPLAY '         Repaid  '
                               WS-CLW-DISPLAY-AMOUNT ' settled '
                               CPT-PTP-SETTLED-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOG-CONTACT-SCREEN.
      *    Log one contact with its outcome; a PROMISE outcome takes
      *    the amount and the date the borrower promised
           PERFORM GET-CASE-KEY-INPUT.

           IF WS-CLW-REFERENCE-ID = 0
               DISPLAY 'A loan or account ID is required.'
               GO TO LOG-CONTACT-SCREEN-END
           END-IF.

           DISPLAY 'Method (PHONE, VISIT, LETTER, SMS, EMAIL): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CLW-METHOD WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-CLW-METHOD) TO WS-CLW-METHOD.

           DISPLAY 'Outcome (NOANSWER, LEFTMSG, PROMISE, REFUSED,'.
           DISPLAY '         DISPUTE, WRONGNUM): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CLW-OUTCOME WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-CLW-OUTCOME) TO WS-CLW-OUTCOME.

           DISPLAY 'Note: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-CLW-NOTE WS-USER-INPUT-VALID.

           MOVE 0 TO WS-CLW-PTP-AMOUNT.
           MOVE 0 TO WS-CLW-PTP-DATE.

           IF WS-CLW-OUTCOME = 'PROMISE'
               DISPLAY 'Amount promised: ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-AMOUNT'
                   WS-CLW-PTP-AMOUNT WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                   DISPLAY 'Invalid amount. Operation cancelled.'
                   GO TO LOG-CONTACT-SCREEN-END
               END-IF
               DISPLAY 'Promised by (YYYYMMDD): ' WITH NO ADVANCING
               CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
                   WS-CLW-PTP-DATE WS-USER-INPUT-VALID
               IF WS-USER-INPUT-VALID = 0
                       OR WS-CLW-PTP-DATE(5:2) < '01'
                       OR WS-CLW-PTP-DATE(5:2) > '12'
                       OR WS-CLW-PTP-DATE(7:2) < '01'
                       OR WS-CLW-PTP-DATE(7:2) > '31'
                   DISPLAY 'Invalid date. Operation cancelled.'
                   GO TO LOG-CONTACT-SCREEN-END
               END-IF
           END-IF.

           CALL 'COLLECT' USING 'LOG-CONTACT'
               WS-CLW-SOURCE WS-CLW-REFERENCE-ID WS-CLW-METHOD
               WS-CLW-OUTCOME WS-CLW-NOTE WS-CLW-PTP-AMOUNT
               WS-CLW-PTP-DATE WS-CURRENT-OPERATOR-ID
               COLLECTION-CONTACT-RECORD WS-CLW-STATUS
               WS-CLW-MESSAGE.

           DISPLAY ' '.
           IF WS-CLW-STATUS = '00'
               DISPLAY 'Logged contact ' CPT-CONTACT-ID ' on '
                   CPT-SOURCE ' ' CPT-REFERENCE-ID ': ' CPT-OUTCOME
           END-IF.
           DISPLAY WS-CLW-MESSAGE.

       LOG-CONTACT-SCREEN-END.
           EXIT.

      ******************************************************************
      * RELATIONSHIP MANAGER DESK
      ******************************************************************

       HANDLE-RM-DESK.
      *    The relationship manager desk (see RELMGR.COB): a
      *    manager's work queue and book, a customer's manager
      *    history, and the supervised reassignment and master
      *    maintenance
           CALL 'SCREENS' USING 'CLEAR-SCREEN'.
           CALL 'SCREENS' USING 'RENDER-HEADER'.

           DISPLAY ' '.
           DISPLAY 'RELATIONSHIP MANAGER DESK'.
           DISPLAY '-------------------------'.
           DISPLAY '  1 - Work queue (alerts and memos on the book)'.
           DISPLAY '  2 - Customers in a book'.
           DISPLAY '  3 - Customer RM history'.
           DISPLAY '  4 - Reassign a customer (supervisor)'.
           DISPLAY '  5 - Hand over a whole book (supervisor)'.
           DISPLAY '  6 - Add a relationship manager (supervisor)'.
           DISPLAY '  7 - Activate / deactivate a manager (supervisor)'.
           DISPLAY '  8 - List relationship managers'.
           DISPLAY '  0 - Back'.
           DISPLAY ' '.
           DISPLAY 'Enter option: ' WITH NO ADVANCING.

           CALL 'INPUT' USING 'GET-MENU-CHOICE'
               WS-RMD-CHOICE WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-RMD-CHOICE
           END-IF.

           EVALUATE WS-RMD-CHOICE
               WHEN 1
                   PERFORM RM-WORK-QUEUE-SCREEN
                       THRU RM-WORK-QUEUE-SCREEN-END
               WHEN 2
                   PERFORM RM-BOOK-SCREEN THRU RM-BOOK-SCREEN-END
               WHEN 3
                   PERFORM RM-HISTORY-SCREEN
                       THRU RM-HISTORY-SCREEN-END
               WHEN 4
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RM-REASSIGN-SCREEN
                           THRU RM-REASSIGN-SCREEN-END
                   END-IF
               WHEN 5
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RM-HANDOVER-SCREEN
                           THRU RM-HANDOVER-SCREEN-END
                   END-IF
               WHEN 6
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RM-ADD-SCREEN
                   END-IF
               WHEN 7
                   PERFORM REQUIRE-SUPERVISOR-ROLE
                   IF ROLE-CHECK-PASSED
                       PERFORM RM-STATUS-SCREEN
                   END-IF
               WHEN 8
                   PERFORM RM-LIST-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM RETURN-TO-PREVIOUS-STATE.

       HANDLE-RM-DESK-END.
           EXIT.

       GET-RM-CODE-INPUT.
      *    Ask which manager; blank means the operator's own book
      *    Output: WS-RMD-RM-CODE, RELATIONSHIP-MANAGER-RECORD,
      *            WS-RMD-STATUS ('00' when the manager is on file)
           DISPLAY 'RM code (blank for your own book): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-RM-CODE WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RMD-RM-CODE) TO WS-RMD-RM-CODE.

           IF WS-RMD-RM-CODE = SPACES
               CALL 'RELMGR' USING 'FIND-RM-BY-OPERATOR'
                   WS-CURRENT-OPERATOR-ID RELATIONSHIP-MANAGER-RECORD
                   WS-RMD-STATUS
               IF WS-RMD-STATUS NOT = '00'
                   DISPLAY 'You are not set up as a relationship '
                       'manager.'
               END-IF
           ELSE
               CALL 'RELMGR' USING 'GET-RELATIONSHIP-MANAGER'
                   WS-RMD-RM-CODE RELATIONSHIP-MANAGER-RECORD
                   WS-RMD-STATUS
               IF WS-RMD-STATUS NOT = '00'
                   DISPLAY 'Relationship manager not found.'
               END-IF
           END-IF.

           IF WS-RMD-STATUS = '00'
               MOVE RMG-RM-CODE TO WS-RMD-RM-CODE
           END-IF.

       COLLECT-RM-DESK-BOOK.
      *    Load the customers in WS-RMD-RM-CODE's book, then the open
      *    accounts they hold
           MOVE 0 TO WS-RMD-BOOK-COUNT.
           MOVE 0 TO WS-RMD-ACCT-COUNT.
           MOVE WS-RMD-RM-CODE TO CUS-RM-CODE.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-BY-RM' CUSTOMER-RECORD
               WS-RMD-STATUS.

           PERFORM COLLECT-NEXT-DESK-CUSTOMER
               UNTIL WS-RMD-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

           IF WS-RMD-BOOK-COUNT = 0
               GO TO COLLECT-RM-DESK-BOOK-END
           END-IF.

           CALL 'FILES' USING 'OPEN-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'START-ACCOUNT-FILE-TOP' WS-RMD-STATUS.

           PERFORM COLLECT-NEXT-DESK-ACCOUNT
               UNTIL WS-RMD-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

       COLLECT-RM-DESK-BOOK-END.
           EXIT.

       COLLECT-NEXT-DESK-CUSTOMER.
      *    Read one customer by RM code, stopping where the book ends
           CALL 'FILES' USING 'READ-NEXT-CUSTOMER' CUSTOMER-RECORD
               WS-RMD-STATUS.

           IF WS-RMD-STATUS = '00'
               IF CUS-RM-CODE NOT = WS-RMD-RM-CODE
                       OR WS-RMD-BOOK-COUNT NOT < 500
                   MOVE '10' TO WS-RMD-STATUS
               ELSE
                   ADD 1 TO WS-RMD-BOOK-COUNT
                   MOVE CUS-ID
                       TO WS-RMD-BOOK-CUSTOMER-ID(WS-RMD-BOOK-COUNT)
               END-IF
           END-IF.

       COLLECT-NEXT-DESK-ACCOUNT.
      *    Keep an open account of a customer in the book
           CALL 'FILES' USING 'READ-NEXT-ACCOUNT' ACCOUNT-RECORD
               WS-RMD-STATUS.

           IF WS-RMD-STATUS = '00' AND NOT ACC-CLOSED
                   AND ACC-CUSTOMER-ID NOT = 0
                   AND WS-RMD-ACCT-COUNT < 1000
               MOVE ACC-CUSTOMER-ID TO WS-RMD-CUSTOMER-ID
               PERFORM CHECK-CUSTOMER-IN-BOOK
               IF RMD-IN-BOOK
                   ADD 1 TO WS-RMD-ACCT-COUNT
                   MOVE ACC-ID
                       TO WS-RMD-BOOK-ACCOUNT-ID(WS-RMD-ACCT-COUNT)
               END-IF
           END-IF.

       CHECK-CUSTOMER-IN-BOOK.
      *    Is WS-RMD-CUSTOMER-ID one of the book's customers?
      *    Output: WS-RMD-MATCH-SWITCH
           MOVE 0 TO WS-RMD-MATCH-SWITCH.
           PERFORM MATCH-ONE-BOOK-CUSTOMER
               VARYING WS-RMD-IDX FROM 1 BY 1
               UNTIL WS-RMD-IDX > WS-RMD-BOOK-COUNT
               OR RMD-IN-BOOK.

       MATCH-ONE-BOOK-CUSTOMER.
           IF WS-RMD-BOOK-CUSTOMER-ID(WS-RMD-IDX) = WS-RMD-CUSTOMER-ID
               MOVE 1 TO WS-RMD-MATCH-SWITCH
           END-IF.

       CHECK-ACCOUNT-IN-BOOK.
      *    Is ACC-ID one of the book's accounts?
      *    Output: WS-RMD-MATCH-SWITCH
           MOVE 0 TO WS-RMD-MATCH-SWITCH.
           PERFORM MATCH-ONE-BOOK-ACCOUNT
               VARYING WS-RMD-IDX FROM 1 BY 1
               UNTIL WS-RMD-IDX > WS-RMD-ACCT-COUNT
               OR RMD-IN-BOOK.

       MATCH-ONE-BOOK-ACCOUNT.
           IF WS-RMD-BOOK-ACCOUNT-ID(WS-RMD-IDX) = ACC-ID
               MOVE 1 TO WS-RMD-MATCH-SWITCH
           END-IF.

       RM-WORK-QUEUE-SCREEN.
      *    The manager's queue: every unworked alert and every live
      *    memo on a customer in the book or one of their accounts,
      *    worked out from today's book so a reassignment moves the
      *    queue with it; an alert can be acknowledged from here
           PERFORM GET-RM-CODE-INPUT.
           IF WS-RMD-STATUS NOT = '00'
               GO TO RM-WORK-QUEUE-SCREEN-END
           END-IF.

           PERFORM COLLECT-RM-DESK-BOOK THRU COLLECT-RM-DESK-BOOK-END.

           DISPLAY ' '.
           DISPLAY 'Work queue of ' RMG-RM-CODE ' ' RMG-NAME.
           DISPLAY 'Customers in book: ' WS-RMD-BOOK-COUNT
               '  Open accounts: ' WS-RMD-ACCT-COUNT.

           IF WS-RMD-BOOK-COUNT = 0
               DISPLAY 'The book is empty.'
               GO TO RM-WORK-QUEUE-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'UNWORKED ALERTS'.
           DISPLAY 'Alert ID    Account   Type       Raised at'
               '              Balance'.
           MOVE 0 TO WS-RMD-LIST-COUNT.

           CALL 'FILES' USING 'OPEN-ALERT-FILE-IO'.
           CALL 'FILES' USING 'START-ALERT-FILE-TOP' WS-RMD-STATUS.

           PERFORM LIST-NEXT-RM-ALERT
               UNTIL WS-RMD-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-ALERT-FILE'.

           IF WS-RMD-LIST-COUNT = 0
               DISPLAY 'No unworked alerts.'
           END-IF.

           DISPLAY ' '.
           DISPLAY 'LIVE MEMOS'.
           DISPLAY 'Memo ID     Account   Customer  Category   Text'.

           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-RMD-POSTING-DATE.
           MOVE WS-RMD-LIST-COUNT TO WS-RMD-MOVED-COUNT.
           MOVE 0 TO WS-RMD-LIST-COUNT.

           CALL 'FILES' USING 'OPEN-MEMO-FILE-IO'.
           CALL 'FILES' USING 'START-MEMO-FILE-TOP' WS-RMD-STATUS.

           PERFORM LIST-NEXT-RM-MEMO THRU LIST-NEXT-RM-MEMO-END
               UNTIL WS-RMD-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-MEMO-FILE'.

           IF WS-RMD-LIST-COUNT = 0
               DISPLAY 'No live memos.'
           END-IF.

           IF WS-RMD-MOVED-COUNT = 0
               GO TO RM-WORK-QUEUE-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Enter Alert ID to acknowledge (0 to skip): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RMD-ALERT-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0 OR WS-RMD-ALERT-ID = 0
               GO TO RM-WORK-QUEUE-SCREEN-END
           END-IF.

           CALL 'ALERTS' USING 'ACKNOWLEDGE-ALERT'
               WS-RMD-ALERT-ID WS-CURRENT-OPERATOR-ID
               ALERT-RECORD WS-RMD-STATUS WS-RMD-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-RMD-MESSAGE.

       RM-WORK-QUEUE-SCREEN-END.
           EXIT.

       LIST-NEXT-RM-ALERT.
      *    Show one unworked alert raised on an account in the book
           CALL 'FILES' USING 'READ-NEXT-ALERT'
               ALERT-RECORD WS-RMD-STATUS.

           IF WS-RMD-STATUS = '00' AND ALR-ACK-OPERATOR-ID = 0
               MOVE ALR-ACCOUNT-ID TO ACC-ID
               PERFORM CHECK-ACCOUNT-IN-BOOK
               IF RMD-IN-BOOK
                   ADD 1 TO WS-RMD-LIST-COUNT
                   MOVE ALR-BALANCE-AFTER TO WS-RMD-DISPLAY-AMOUNT
                   DISPLAY ALR-ALERT-ID '  ' ALR-ACCOUNT-ID '  '
                       ALR-ALERT-TYPE ' ' ALR-TIMESTAMP ' '
                       WS-RMD-DISPLAY-AMOUNT
               END-IF
           END-IF.

       LIST-NEXT-RM-MEMO.
      *    Show one live memo on a customer in the book or on one of
      *    their accounts
           CALL 'FILES' USING 'READ-NEXT-MEMO' MEMO-RECORD
               WS-RMD-STATUS.

           IF WS-RMD-STATUS NOT = '00' OR NOT MEM-ACTIVE
               GO TO LIST-NEXT-RM-MEMO-END
           END-IF.

           IF MEM-EXPIRY-DATE NOT = 0
                   AND MEM-EXPIRY-DATE < WS-RMD-POSTING-DATE
               GO TO LIST-NEXT-RM-MEMO-END
           END-IF.

           MOVE 0 TO WS-RMD-MATCH-SWITCH.
           IF MEM-CUSTOMER-ID NOT = 0
               MOVE MEM-CUSTOMER-ID TO WS-RMD-CUSTOMER-ID
               PERFORM CHECK-CUSTOMER-IN-BOOK
           END-IF.
           IF NOT RMD-IN-BOOK AND MEM-ACCOUNT-ID NOT = 0
               MOVE MEM-ACCOUNT-ID TO ACC-ID
               PERFORM CHECK-ACCOUNT-IN-BOOK
           END-IF.

           IF RMD-IN-BOOK
               ADD 1 TO WS-RMD-LIST-COUNT
               DISPLAY MEM-MEMO-ID '  ' MEM-ACCOUNT-ID '  '
                   MEM-CUSTOMER-ID '  ' MEM-CATEGORY ' '
                   MEM-TEXT(1:40)
           END-IF.

       LIST-NEXT-RM-MEMO-END.
           EXIT.

       RM-BOOK-SCREEN.
      *    List the customers in a manager's book
           PERFORM GET-RM-CODE-INPUT.
           IF WS-RMD-STATUS NOT = '00'
               GO TO RM-BOOK-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Book of ' RMG-RM-CODE ' ' RMG-NAME '  '
               RMG-SEGMENT '  ' RMG-STATUS.
           DISPLAY 'Customer  Name                           '
               'Since     Next KYC'.

           MOVE 0 TO WS-RMD-LIST-COUNT.
           MOVE WS-RMD-RM-CODE TO CUS-RM-CODE.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'START-CUSTOMER-BY-RM' CUSTOMER-RECORD
               WS-RMD-STATUS.

           PERFORM LIST-NEXT-BOOK-CUSTOMER
               UNTIL WS-RMD-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

           IF WS-RMD-LIST-COUNT = 0
               DISPLAY 'The book is empty.'
           ELSE
               DISPLAY 'Customers in book: ' WS-RMD-LIST-COUNT
           END-IF.

       RM-BOOK-SCREEN-END.
           EXIT.

       LIST-NEXT-BOOK-CUSTOMER.
      *    Show one customer of the book
           CALL 'FILES' USING 'READ-NEXT-CUSTOMER' CUSTOMER-RECORD
               WS-RMD-STATUS.

           IF WS-RMD-STATUS = '00'
               IF CUS-RM-CODE NOT = WS-RMD-RM-CODE
                   MOVE '10' TO WS-RMD-STATUS
               ELSE
                   ADD 1 TO WS-RMD-LIST-COUNT
                   DISPLAY CUS-ID '  ' CUS-NAME ' '
                       CUS-RM-SINCE-DATE '  ' CUS-NEXT-KYC-REVIEW
               END-IF
           END-IF.

       RM-HISTORY-SCREEN.
      *    Show a customer's current manager and every change of
      *    manager on file, oldest first
           DISPLAY 'Customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RMD-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid customer ID.'
               GO TO RM-HISTORY-SCREEN-END
           END-IF.

           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               WS-RMD-CUSTOMER-ID CUSTOMER-RECORD WS-RMD-STATUS.

           IF WS-RMD-STATUS NOT = '00'
               DISPLAY 'Customer not found.'
               GO TO RM-HISTORY-SCREEN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Customer ' CUS-ID '  ' CUS-NAME.
           IF CUS-RM-CODE = SPACES OR CUS-RM-CODE = LOW-VALUES
               DISPLAY 'No relationship manager.'
           ELSE
               DISPLAY 'Relationship manager: ' CUS-RM-CODE
                   ' since ' CUS-RM-SINCE-DATE
           END-IF.
           DISPLAY ' '.
           DISPLAY 'Effective From   To     Kind     Operator Reason'.

           MOVE 0 TO WS-RMD-LIST-COUNT.
           MOVE WS-RMD-CUSTOMER-ID TO RMA-CUSTOMER-ID.

           CALL 'FILES' USING 'OPEN-RM-ASSIGNMENT-FILE-IO'.
           CALL 'FILES' USING 'START-RM-ASSIGNMENT-BY-CUSTOMER'
               RM-ASSIGNMENT-RECORD WS-RMD-STATUS.

           PERFORM LIST-NEXT-RM-ASSIGNMENT
               UNTIL WS-RMD-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-RM-ASSIGNMENT-FILE'.

           IF WS-RMD-LIST-COUNT = 0
               DISPLAY 'No changes of manager on file.'
           END-IF.

       RM-HISTORY-SCREEN-END.
           EXIT.

       LIST-NEXT-RM-ASSIGNMENT.
      *    Show one change of manager for the customer
           CALL 'FILES' USING 'READ-NEXT-RM-ASSIGNMENT'
               RM-ASSIGNMENT-RECORD WS-RMD-STATUS.

           IF WS-RMD-STATUS = '00'
               IF RMA-CUSTOMER-ID NOT = WS-RMD-CUSTOMER-ID
                   MOVE '10' TO WS-RMD-STATUS
               ELSE
                   ADD 1 TO WS-RMD-LIST-COUNT
                   DISPLAY RMA-EFFECTIVE-DATE '  ' RMA-FROM-RM-CODE
                       ' ' RMA-TO-RM-CODE ' ' RMA-KIND ' '
                       RMA-OPERATOR-ID '   ' RMA-REASON
               END-IF
           END-IF.

       RM-REASSIGN-SCREEN.
      *    Supervised: move one customer to another manager's book,
      *    or out of every book
           DISPLAY 'Customer ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RMD-CUSTOMER-ID WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID = 0
               DISPLAY 'Invalid customer ID.'
               GO TO RM-REASSIGN-SCREEN-END
           END-IF.

           DISPLAY 'New RM code (blank to remove from any book): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-TO-RM-CODE WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RMD-TO-RM-CODE)
               TO WS-RMD-TO-RM-CODE.

           DISPLAY 'Reason: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-REASON WS-USER-INPUT-VALID.

           CALL 'RELMGR' USING 'ASSIGN-CUSTOMER-RM'
               WS-RMD-CUSTOMER-ID WS-RMD-TO-RM-CODE WS-RMD-REASON
               WS-CURRENT-OPERATOR-ID CUSTOMER-RECORD
               WS-RMD-STATUS WS-RMD-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-RMD-MESSAGE.

       RM-REASSIGN-SCREEN-END.
           EXIT.

       RM-HANDOVER-SCREEN.
      *    Supervised: hand one manager's whole book to another
           DISPLAY 'Outgoing RM code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-RM-CODE WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RMD-RM-CODE) TO WS-RMD-RM-CODE.

           DISPLAY 'Incoming RM code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-TO-RM-CODE WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RMD-TO-RM-CODE)
               TO WS-RMD-TO-RM-CODE.

           DISPLAY 'Reason: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-REASON WS-USER-INPUT-VALID.

           DISPLAY ' '.
           DISPLAY 'Move every customer from ' WS-RMD-RM-CODE
               ' to ' WS-RMD-TO-RM-CODE ' (Y/N): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-CONFIRMATION'
               WS-USER-INPUT-VALID.

           IF WS-USER-INPUT-VALID NOT = 1
               DISPLAY 'Handover cancelled.'
               GO TO RM-HANDOVER-SCREEN-END
           END-IF.

           CALL 'RELMGR' USING 'HANDOVER-RM-BOOK'
               WS-RMD-RM-CODE WS-RMD-TO-RM-CODE WS-RMD-REASON
               WS-CURRENT-OPERATOR-ID WS-RMD-MOVED-COUNT
               WS-RMD-STATUS WS-RMD-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-RMD-MESSAGE.
           IF WS-RMD-STATUS = '00'
               DISPLAY 'Customers moved: ' WS-RMD-MOVED-COUNT
           END-IF.

       RM-HANDOVER-SCREEN-END.
           EXIT.

       RM-ADD-SCREEN.
      *    Supervised: put a new manager on the master
           DISPLAY 'RM code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-RM-CODE WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RMD-RM-CODE) TO WS-RMD-RM-CODE.

           DISPLAY 'Manager name: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-RM-NAME WS-USER-INPUT-VALID.

           DISPLAY 'Manager operator ID: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-NUMERIC-INPUT'
               WS-RMD-RM-OPERATOR-ID WS-USER-INPUT-VALID.
           IF WS-USER-INPUT-VALID = 0
               MOVE 0 TO WS-RMD-RM-OPERATOR-ID
           END-IF.

           DISPLAY 'Home branch code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-BRANCH-CODE WS-USER-INPUT-VALID.

           DISPLAY 'Segment (CORPORATE or PRIVATE): ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-SEGMENT WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RMD-SEGMENT) TO WS-RMD-SEGMENT.

           CALL 'RELMGR' USING 'ADD-RELATIONSHIP-MANAGER'
               WS-RMD-RM-CODE WS-RMD-RM-NAME WS-RMD-RM-OPERATOR-ID
               WS-RMD-BRANCH-CODE WS-RMD-SEGMENT
               WS-CURRENT-OPERATOR-ID RELATIONSHIP-MANAGER-RECORD
               WS-RMD-STATUS WS-RMD-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-RMD-MESSAGE.

       RM-STATUS-SCREEN.
      *    Supervised: make a manager ACTIVE or INACTIVE
           DISPLAY 'RM code: ' WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-RM-CODE WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RMD-RM-CODE) TO WS-RMD-RM-CODE.

           DISPLAY 'New status (ACTIVE or INACTIVE): '
               WITH NO ADVANCING.
           CALL 'INPUT' USING 'GET-TEXT-INPUT'
               WS-RMD-RM-STATUS WS-USER-INPUT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-RMD-RM-STATUS)
               TO WS-RMD-RM-STATUS.

           CALL 'RELMGR' USING 'SET-RM-STATUS'
               WS-RMD-RM-CODE WS-RMD-RM-STATUS WS-CURRENT-OPERATOR-ID
               RELATIONSHIP-MANAGER-RECORD WS-RMD-STATUS
               WS-RMD-MESSAGE.

           DISPLAY ' '.
           DISPLAY WS-RMD-MESSAGE.

       RM-LIST-SCREEN.
      *    List every manager on the master
           DISPLAY ' '.
           DISPLAY 'Code   Name                           Operator '
               'Branch Segment    Status'.

           MOVE 0 TO WS-RMD-LIST-COUNT.

           CALL 'FILES' USING 'OPEN-RM-FILE-IO'.
           CALL 'FILES' USING 'START-RM-FILE-TOP' WS-RMD-STATUS.

           PERFORM LIST-NEXT-RELATIONSHIP-MANAGER
               UNTIL WS-RMD-STATUS NOT = '00'.

           CALL 'FILES' USING 'CLOSE-RM-FILE'.

           IF WS-RMD-LIST-COUNT = 0
               DISPLAY 'No relationship managers on file.'
           END-IF.

       LIST-NEXT-RELATIONSHIP-MANAGER.
      *    Show one manager
           CALL 'FILES' USING 'READ-NEXT-RM'
               RELATIONSHIP-MANAGER-RECORD WS-RMD-STATUS.

           IF WS-RMD-STATUS = '00'
               ADD 1 TO WS-RMD-LIST-COUNT
               DISPLAY RMG-RM-CODE ' ' RMG-NAME ' ' RMG-OPERATOR-ID
                   '   ' RMG-BRANCH-CODE '   ' RMG-SEGMENT ' '
                   RMG-STATUS
           END-IF.

       END PROGRAM MENU.
