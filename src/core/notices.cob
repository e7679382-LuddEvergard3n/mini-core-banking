      * installment missed - so every automated action produces
      * paper instead of a surprise at the counter weeks later. The
      * advice print run (ADVPRINT) formats one letter per QUEUED
      * notice. A customer who prefers SMS or email gets the notice
      * through the outbound notification run (NOTIFOUT) instead.
      *
      * Design decisions:
      * - Queuing a notice must never fail the posting that raised
