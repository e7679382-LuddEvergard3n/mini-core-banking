       01  WS-STMT-ACCOUNT-ID          PIC 9(8).
       01  WS-STMT-FROM-DATE           PIC 9(8).
       01  WS-STMT-TO-DATE             PIC 9(8).
       01  WS-BRANCH-NAME              PIC X(30).

      * Statement working data
       01  WS-ENTRY-DATE               PIC 9(8).
               WS-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-ACCOUNT-FILE'.

      *    The header prints the branch by name as well as code
           CALL 'BRANCHES' USING 'GET-BRANCH-NAME'
               ACC-BRANCH-CODE WS-BRANCH-NAME.

      ******************************************************************
      * STATEMENT HEADER / FOOTER
      ******************************************************************
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Account ID:   ' ACC-ID.
           DISPLAY 'Holder:       ' ACC-HOLDER-NAME.
           DISPLAY 'Branch:       ' ACC-BRANCH-CODE ' '
               WS-BRANCH-NAME.
           DISPLAY 'Period:       ' WS-STMT-FROM-DATE ' to '
               WS-STMT-TO-DATE.
           DISPLAY '------------------------------------------------'.
