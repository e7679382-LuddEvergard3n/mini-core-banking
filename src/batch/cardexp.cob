      * CARD-FILE, marks cards whose CRD-EXPIRY-DATE month has passed
      * as CRD-EXPIRED, and reports cards expiring within the next
      * two months so the branch can reissue before the plastic stops
      * working in the customer's hand. Renewals themselves are
      * ordered automatically by the nightly embossing batch
      * (CARDEMB.COB) in the month before expiry; the listing shows
      * which cards already have their successor on order.
      *
      * Author: Portfolio Project
      * Date: 2026
                               CRD-CARD-NUMBER
                               '  Account: ' CRD-ACCOUNT-ID
                               '  Expires: ' CRD-EXPIRY-DATE
                               WITH NO ADVANCING
                           IF CRD-SUCCESSOR-ORDERED
                               DISPLAY '  (successor on order)'
                           ELSE
                               DISPLAY ' '
                           END-IF
                       END-IF
                   END-IF
               END-IF
