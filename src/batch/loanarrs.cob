      * standard credit-review buckets (1-30, 31-60, 61-90, over 90
      * days), with per-bucket and grand totals. Read-only: nothing
      * is posted or updated, this is the list credit review works
      * from. Restructured loans (LN-RESTRUCTURED) are aged into
      * their own set of buckets, marked R on their row, and never
      * mixed into the performing totals - regulatory reporting
      * keeps the two apart.
      *
      * Author: Portfolio Project
      * Date: 2026
           05  WS-BUCKET-61-90         PIC S9(13)V99 VALUE 0.
           05  WS-BUCKET-OVER-90       PIC S9(13)V99 VALUE 0.

       01  WS-RESTRUCTURED-BUCKETS.
           05  WS-RS-BUCKET-1-30       PIC S9(13)V99 VALUE 0.
           05  WS-RS-BUCKET-31-60      PIC S9(13)V99 VALUE 0.
           05  WS-RS-BUCKET-61-90      PIC S9(13)V99 VALUE 0.
           05  WS-RS-BUCKET-OVER-90    PIC S9(13)V99 VALUE 0.

       01  WS-REPORT-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(6) VALUE 0.
           05  WS-LOANS-IN-ARREARS     PIC 9(6) VALUE 0.
           05  WS-TOTAL-ARREARS        PIC S9(13)V99 VALUE 0.
           05  WS-RESTRUCTURED-ON-BOOK PIC 9(6) VALUE 0.
           05  WS-RESTRUCTURED-IN-ARREARS PIC 9(6) VALUE 0.
           05  WS-RESTRUCTURED-ARREARS PIC S9(13)V99 VALUE 0.

       01  WS-RESTRUCTURED-MARK        PIC X.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.
           DISPLAY 'Loan       Account   Days  Arrears'.
           DISPLAY '------------------------------------------------'.

       DISPLAY-SUMMARY.
      *    Display bucket totals and grand totals
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Performing loans'.
           MOVE WS-BUCKET-1-30 TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Aged  1-30 days:   ' WS-DISPLAY-AMOUNT.
           MOVE WS-BUCKET-31-60 TO WS-DISPLAY-AMOUNT.
           MOVE WS-BUCKET-OVER-90 TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Aged over 90 days: ' WS-DISPLAY-AMOUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Restructured loans'.
           MOVE WS-RS-BUCKET-1-30 TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Aged  1-30 days:   ' WS-DISPLAY-AMOUNT.
           MOVE WS-RS-BUCKET-31-60 TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Aged 31-60 days:   ' WS-DISPLAY-AMOUNT.
           MOVE WS-RS-BUCKET-61-90 TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Aged 61-90 days:   ' WS-DISPLAY-AMOUNT.
           MOVE WS-RS-BUCKET-OVER-90 TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Aged over 90 days: ' WS-DISPLAY-AMOUNT.
           DISPLAY 'On book:           ' WS-RESTRUCTURED-ON-BOOK.
           DISPLAY 'In arrears:        ' WS-RESTRUCTURED-IN-ARREARS.
           MOVE WS-RESTRUCTURED-ARREARS TO WS-DISPLAY-TOTAL.
           DISPLAY 'Arrears:           ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.
           MOVE WS-TOTAL-ARREARS TO WS-DISPLAY-TOTAL.
           DISPLAY 'Loans scanned:     ' WS-LOANS-SCANNED.
           DISPLAY 'Loans in arrears:  ' WS-LOANS-IN-ARREARS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LOANS-SCANNED
               IF LN-RESTRUCTURED AND LN-ACTIVE
                   ADD 1 TO WS-RESTRUCTURED-ON-BOOK
               END-IF
               IF LN-ARREARS-AMT > 0
                   PERFORM REPORT-ONE-ARREARS-LOAN
               END-IF
               MOVE 0 TO WS-DAYS-IN-ARREARS
           END-IF.

           IF LN-RESTRUCTURED
               MOVE 'R' TO WS-RESTRUCTURED-MARK
               PERFORM AGE-RESTRUCTURED-ARREARS
           ELSE
               MOVE SPACE TO WS-RESTRUCTURED-MARK
               PERFORM AGE-PERFORMING-ARREARS
           END-IF.

           MOVE LN-ARREARS-AMT TO WS-DISPLAY-AMOUNT.
           DISPLAY LN-LOAN-ID WS-RESTRUCTURED-MARK '  ' LN-ACCOUNT-ID
               '  ' WS-DAYS-IN-ARREARS '  ' WS-DISPLAY-AMOUNT.

       AGE-PERFORMING-ARREARS.
      *    Bucket a performing loan's arrears
           EVALUATE TRUE
               WHEN WS-DAYS-IN-ARREARS > 90
                   ADD LN-ARREARS-AMT TO WS-BUCKET-OVER-90
                   ADD LN-ARREARS-AMT TO WS-BUCKET-1-30
           END-EVALUATE.

       AGE-RESTRUCTURED-ARREARS.
      *    Bucket a restructured loan's arrears apart from the
      *    performing book
           ADD 1 TO WS-RESTRUCTURED-IN-ARREARS.
           ADD LN-ARREARS-AMT TO WS-RESTRUCTURED-ARREARS.
           EVALUATE TRUE
               WHEN WS-DAYS-IN-ARREARS > 90
                   ADD LN-ARREARS-AMT TO WS-RS-BUCKET-OVER-90
               WHEN WS-DAYS-IN-ARREARS > 60
                   ADD LN-ARREARS-AMT TO WS-RS-BUCKET-61-90
               WHEN WS-DAYS-IN-ARREARS > 30
                   ADD LN-ARREARS-AMT TO WS-RS-BUCKET-31-60
               WHEN OTHER
                   ADD LN-ARREARS-AMT TO WS-RS-BUCKET-1-30
           END-EVALUATE.

       END PROGRAM LOANARRS.
