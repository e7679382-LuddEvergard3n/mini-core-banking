      *   at the screen
      * - Due-date comparison runs against the shared system posting
      *   date, like every other nightly job
      * - A review dated on the customer's 18th birthday was queued
      *   by MINORMAJ when their minor's account was handed over,
      *   and is flagged MAJORITY so compliance re-checks details
      *   a guardian gave on their behalf
      *
      * Author: Portfolio Project
      * Date: 2026
           05  WS-CUSTOMERS-SCANNED    PIC 9(6) VALUE 0.
           05  WS-REVIEWS-DUE          PIC 9(6) VALUE 0.
           05  WS-NEVER-REVIEWED       PIC 9(6) VALUE 0.
           05  WS-MAJORITY-REVIEWS     PIC 9(6) VALUE 0.

       01  WS-MAJORITY-DATE            PIC 9(8).
       01  WS-DUE-FLAG                 PIC X(8).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           DISPLAY 'Customers scanned:     ' WS-CUSTOMERS-SCANNED.
           DISPLAY 'Reviews past due:      ' WS-REVIEWS-DUE.
           DISPLAY 'Never reviewed:        ' WS-NEVER-REVIEWED.
           DISPLAY 'Reached majority:      ' WS-MAJORITY-REVIEWS.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
           ELSE
               IF CUS-NEXT-KYC-REVIEW <= WS-EFFECTIVE-DATE
                   ADD 1 TO WS-REVIEWS-DUE
                   MOVE SPACES TO WS-DUE-FLAG
                   COMPUTE WS-MAJORITY-DATE =
                       CUS-DATE-OF-BIRTH + 180000
                   IF CUS-NEXT-KYC-REVIEW = WS-MAJORITY-DATE
                       ADD 1 TO WS-MAJORITY-REVIEWS
                       MOVE 'MAJORITY' TO WS-DUE-FLAG
                   END-IF
                   DISPLAY CUS-ID '  ' CUS-RISK-TIER '  '
                       CUS-NEXT-KYC-REVIEW '  ' CUS-NAME
                       '  ' WS-DUE-FLAG
               END-IF
           END-IF.

