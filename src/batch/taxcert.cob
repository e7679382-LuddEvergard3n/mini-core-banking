      *   rather than silently vanishing from the run
      * - The year is taken from the command line (CCYY); blank
      *   defaults to the posting date's calendar year
      * - A certificate for a customer whose mail has come back is
      *   captured into the held-mail register (see MAILHOLD.COB)
      *   instead of the spool, keyed by the certificate year; the
      *   NO-MASTER certificate has no address and is never held
      * - Every line that reaches the spool is also kept in the
      *   print spool archive, with each certificate catalogued
      *   under the customer and certificate year (see
      *   SPOOLARC.COB), so it can be reprinted as issued
      *
      * Author: Portfolio Project
      * Date: 2026
       01  WS-REPORT-COUNTERS.
           05  WS-ENTRIES-SCANNED      PIC 9(8) VALUE 0.
           05  WS-CERTS-PRODUCED       PIC 9(6) VALUE 0.
           05  WS-CERTS-HELD           PIC 9(6) VALUE 0.

      * Returned-mail hold for the certificate being produced
       01  WS-MAIL-HELD-FLAG           PIC X VALUE 'N'.
           88  MAIL-IS-HELD            VALUE 'Y'.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-HOLD-ACCOUNT-ID          PIC 9(8) VALUE 0.
       01  WS-HOLD-DOC-TYPE            PIC X(8) VALUE 'TAXCERT'.
       01  WS-HOLD-DOC-REF             PIC X(20).

      * Print spool archive run for this batch (see SPOOLARC.COB)
       01  WS-ARCHIVE-REPORT-NAME      PIC X(10) VALUE 'TAXCERT'.
       01  WS-ARCHIVE-RUN-ID           PIC 9(8).
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-ARCHIVE-DOC-REF          PIC X(20).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Ledger entries scanned:' WS-ENTRIES-SCANNED.
           DISPLAY 'Certificates produced: ' WS-CERTS-PRODUCED.
           DISPLAY 'Held (returned mail):  ' WS-CERTS-HELD.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      *    distinct customer
           CALL 'FILES' USING 'OPEN-TAXCERT-SPOOL-OUTPUT'
               WS-SPOOL-STATUS.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-ARCHIVE'
               WS-ARCHIVE-REPORT-NAME WS-EFFECTIVE-DATE
               WS-ARCHIVE-RUN-ID WS-ARCHIVE-STATUS.

           PERFORM CONSIDER-ONE-ACCOUNT-ROW
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.

           CALL 'FILES' USING 'CLOSE-TAXCERT-SPOOL-FILE'.
           CALL 'SPOOLARC' USING 'END-SPOOL-ARCHIVE' WS-ARCHIVE-STATUS.

       CONSIDER-ONE-ACCOUNT-ROW.
      *    Produce this row's customer's certificate, unless that
       SPOOL-ONE-CERTIFICATE.
      *    Spool one customer's certificate: header, one line per
      *    account, totals
           PERFORM CHECK-CERTIFICATE-MAIL-HOLD.

           MOVE SPACES TO WS-ARCHIVE-DOC-REF.
           MOVE WS-CERT-YEAR TO WS-ARCHIVE-DOC-REF.
           CALL 'SPOOLARC' USING 'BEGIN-SPOOL-DOCUMENT'
               WS-HOLD-ACCOUNT-ID WS-CERT-CUSTOMER-ID
               WS-ARCHIVE-DOC-REF.

      *    Held certificates never reached the spool, so they do not
      *    count towards the page eject
           IF WS-CERTS-PRODUCED > WS-CERTS-HELD AND NOT MAIL-IS-HELD
               MOVE WS-FORM-FEED TO WS-SPOOL-WORK-LINE
               PERFORM SPOOL-LINE
           END-IF.
           MOVE '------------------------------------------------'
               TO WS-SPOOL-WORK-LINE.
           PERFORM SPOOL-LINE.
           CALL 'SPOOLARC' USING 'END-SPOOL-DOCUMENT' WS-ARCHIVE-STATUS.

           IF MAIL-IS-HELD
               CALL 'MAILHOLD' USING 'END-HELD-ITEM' WS-HOLD-STATUS
               ADD 1 TO WS-CERTS-HELD
               MOVE 'N' TO WS-MAIL-HELD-FLAG
           END-IF.

           ADD 1 TO WS-CERTS-PRODUCED.

       CHECK-CERTIFICATE-MAIL-HOLD.
      *    Divert the certificate to the held-mail register when the
      *    customer's mail has been returned
           MOVE 'N' TO WS-MAIL-HELD-FLAG.
           IF WS-CERT-CUSTOMER-ID > 0
               CALL 'MAILHOLD' USING 'CHECK-MAIL-HOLD'
                   WS-CERT-CUSTOMER-ID WS-MAIL-HELD-FLAG
                   WS-HOLD-STATUS
           END-IF.

           IF MAIL-IS-HELD
               MOVE SPACES TO WS-HOLD-DOC-REF
               MOVE WS-CERT-YEAR TO WS-HOLD-DOC-REF
               CALL 'MAILHOLD' USING 'BEGIN-HELD-ITEM'
                   WS-CERT-CUSTOMER-ID WS-HOLD-ACCOUNT-ID
                   WS-HOLD-DOC-TYPE WS-HOLD-DOC-REF
                   WS-EFFECTIVE-DATE WS-HOLD-STATUS
           END-IF.

       SPOOL-CUSTOMER-ACCOUNT-LINE.
      *    Spool one account line if it belongs to the certificate's
      *    customer

       SPOOL-LINE.
      *    Write the line built in WS-SPOOL-WORK-LINE to the spool
      *    and its archive, or to the held-mail register while the
      *    mail is held
           IF MAIL-IS-HELD
               CALL 'MAILHOLD' USING 'ADD-HELD-LINE'
                   WS-SPOOL-WORK-LINE
           ELSE
               MOVE WS-SPOOL-WORK-LINE TO TAXCERT-SPOOL-LINE
               CALL 'FILES' USING 'WRITE-TAXCERT-SPOOL-LINE'
                   TAXCERT-SPOOL-LINE WS-SPOOL-STATUS
               CALL 'SPOOLARC' USING 'ARCHIVE-SPOOL-LINE'
                   WS-SPOOL-WORK-LINE
           END-IF.
           MOVE SPACES TO WS-SPOOL-WORK-LINE.

       END PROGRAM TAXCERT.
