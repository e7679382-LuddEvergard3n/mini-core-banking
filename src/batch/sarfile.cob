      ******************************************************************
      * SARFILE.COB - FIU Suspicious Activity Report Filing Batch
      *
      * Standalone batch program, run nightly after end of day.
      * Every suspicious activity case the MLRO has marked to file
      * (status TOFILE, see SARCASES.COB) is written to the SAR
      * filing file in the FIU portal's fixed layout and stamped
      * FILED with the posting date, so a case is filed exactly once.
      *
      * Filing layout, one block per case between one header and
      * one trailer per run:
      *   HDR file-date(8) 'SARFILE'
      *   CAS case(8) decision-date(8) mlro(6) analyst(6) source(8)
      *       alert(10) txn-count(2) account-count(1) total(15)
      *   SUB case(8) customer(8) name(30) tax-id(20) birth(8)
      *       address(60)
      *   ACT case(8) account(8) type(10) status(8) holder(8)
      *   TXN case(8) txn(12) account(8) dest(8) type(10)
      *       channel(10) amount(15) value-date(8)
      *   NAR case(8) line(1) text(60)
      *   TRL case-count(6) line-count(8)
      *
      * Design decisions:
      * - No second sign-off step as in CTRFILE: the MLRO's
      *   decision on the case already is the sign-off, so the
      *   filing is appended to the portal file directly
      * - Cases to file are collected in a first pass and written
      *   in a second, because marking a case FILED goes through
      *   SARCASES, which opens the case file itself
      * - A posting since moved to the archive is still filed by
      *   its transaction number with the rest of the line blank;
      *   the FIU can ask for it by number
      * - The run log lists only case numbers and totals, and the
      *   job's output is routed to the compliance desk alone - no
      *   customer notice or account memo is produced (tipping off)
      * - Nothing to file means no header or trailer is appended
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARFILE.
       AUTHOR. PORTFOLIO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY 'src/storage/schema.cob'.

       01  WS-OP-STATUS                PIC XX.
       01  WS-FILE-OP-STATUS           PIC XX.
       01  WS-CASE-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-MARK-MESSAGE             PIC X(80).

      * Cases marked to file, collected on the first pass
       01  WS-FILE-COUNT               PIC 9(3) VALUE 0.
       01  WS-FILE-TABLE.
           05  WS-FILE-CASE-ID         PIC 9(8) OCCURS 500 TIMES.
       01  WS-FILE-IDX                 PIC 9(3).
       01  WS-ENTRY-IDX                PIC 99.

      * Batch runs mark cases filed under the system operator
       01  WS-BATCH-OPERATOR-ID        PIC 9(6) VALUE 0.

      * Filing lines
       01  WS-SAR-HEADER-LINE.
           05  FILLER                  PIC X(3) VALUE 'HDR'.
           05  WS-HDR-FILE-DATE        PIC 9(8).
           05  FILLER                  PIC X(8) VALUE 'SARFILE '.
           05  FILLER                  PIC X(131) VALUE SPACES.

       01  WS-SAR-CASE-LINE.
           05  FILLER                  PIC X(3) VALUE 'CAS'.
           05  WS-CAS-CASE-ID          PIC 9(8).
           05  WS-CAS-DECISION-DATE    PIC 9(8).
           05  WS-CAS-MLRO-OP-ID       PIC 9(6).
           05  WS-CAS-ANALYST-OP-ID    PIC 9(6).
           05  WS-CAS-SOURCE           PIC X(8).
           05  WS-CAS-ALERT-ID         PIC 9(10).
           05  WS-CAS-TXN-COUNT        PIC 99.
           05  WS-CAS-ACCOUNT-COUNT    PIC 9.
           05  WS-CAS-TOTAL            PIC 9(13)V99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-SAR-SUBJECT-LINE.
           05  FILLER                  PIC X(3) VALUE 'SUB'.
           05  WS-SUB-CASE-ID          PIC 9(8).
           05  WS-SUB-CUSTOMER-ID      PIC 9(8).
           05  WS-SUB-NAME             PIC X(30).
           05  WS-SUB-TAX-ID           PIC X(20).
           05  WS-SUB-BIRTH-DATE       PIC 9(8).
           05  WS-SUB-ADDRESS          PIC X(60).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-SAR-ACCOUNT-LINE.
           05  FILLER                  PIC X(3) VALUE 'ACT'.
           05  WS-ACT-CASE-ID          PIC 9(8).
           05  WS-ACT-ACCOUNT-ID       PIC 9(8).
           05  WS-ACT-TYPE             PIC X(10).
           05  WS-ACT-STATUS           PIC X(8).
           05  WS-ACT-HOLDER-ID        PIC 9(8).
           05  FILLER                  PIC X(105) VALUE SPACES.

       01  WS-SAR-TXN-LINE.
           05  FILLER                  PIC X(3) VALUE 'TXN'.
           05  WS-TXL-CASE-ID          PIC 9(8).
           05  WS-TXL-TXN-ID           PIC 9(12).
           05  WS-TXL-ACCOUNT-ID       PIC 9(8).
           05  WS-TXL-DEST-ACCOUNT-ID  PIC 9(8).
           05  WS-TXL-TYPE             PIC X(10).
           05  WS-TXL-CHANNEL          PIC X(10).
           05  WS-TXL-AMOUNT           PIC 9(13)V99.
           05  WS-TXL-VALUE-DATE       PIC 9(8).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-SAR-NARRATIVE-LINE.
           05  FILLER                  PIC X(3) VALUE 'NAR'.
           05  WS-NAR-CASE-ID          PIC 9(8).
           05  WS-NAR-LINE-NO          PIC 9.
           05  WS-NAR-TEXT             PIC X(60).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-SAR-TRAILER-LINE.
           05  FILLER                  PIC X(3) VALUE 'TRL'.
           05  WS-TRL-CASE-COUNT       PIC 9(6).
           05  WS-TRL-LINE-COUNT       PIC 9(8).
           05  FILLER                  PIC X(133) VALUE SPACES.

       01  WS-DISPLAY-TOTAL            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-COUNTERS.
           05  WS-CASES-SCANNED        PIC 9(8) VALUE 0.
           05  WS-CASES-FILED          PIC 9(6) VALUE 0.
           05  WS-CASES-NOT-MARKED     PIC 9(6) VALUE 0.
           05  WS-LINES-WRITTEN        PIC 9(8) VALUE 0.
           05  WS-TABLE-FULL-COUNT     PIC 9(6) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       01  WS-EFFECTIVE-DATE           PIC 9(8).

       01  WS-DATA-SET-STATUS          PIC XX.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the SAR filing batch job
           PERFORM DISPLAY-BANNER.
           PERFORM CHECK-LIVE-DATA-SET.
           PERFORM COLLECT-CASES-TO-FILE.
           PERFORM WRITE-SAR-FILING THRU WRITE-SAR-FILING-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

       CHECK-LIVE-DATA-SET.
      *    Interface files leave the bank, so they are only ever cut
      *    from the live data set - never from a training sandbox
           CALL 'FILES' USING 'CHECK-LIVE-DATA-SET' WS-DATA-SET-STATUS.
           IF WS-DATA-SET-STATUS NOT = '00'
               DISPLAY 'REFUSED: training data set - no interface '
                   'file produced'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.

           DISPLAY '================================================'.
           DISPLAY 'FIU SUSPICIOUS ACTIVITY REPORT FILING'.
           DISPLAY 'CONFIDENTIAL - COMPLIANCE DESK ONLY'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY 'Posting date: ' WS-EFFECTIVE-DATE.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Cases on file:         ' WS-CASES-SCANNED.
           DISPLAY 'Cases filed this run:  ' WS-CASES-FILED.
           DISPLAY 'Filing lines written:  ' WS-LINES-WRITTEN.
           IF WS-CASES-NOT-MARKED > 0
               DISPLAY 'Written but not marked:' WS-CASES-NOT-MARKED
           END-IF.
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY 'Left for next run:     ' WS-TABLE-FULL-COUNT
           END-IF.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * FIRST PASS - CASES MARKED TO FILE
      ******************************************************************

       COLLECT-CASES-TO-FILE.
      *    Single sequential pass over the case file
           CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'.
           CALL 'FILES' USING 'START-SAR-CASE-FILE-TOP' WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               PERFORM COLLECT-NEXT-CASE
                   UNTIL WS-OP-STATUS = '10'
           END-IF.

           CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'.

       COLLECT-NEXT-CASE.
      *    Read one case and remember it if it is marked to file
           CALL 'FILES' USING 'READ-NEXT-SAR-CASE' SAR-CASE-RECORD
               WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-CASES-SCANNED
               IF SAR-TO-FILE
                   IF WS-FILE-COUNT < 500
                       ADD 1 TO WS-FILE-COUNT
                       MOVE SAR-CASE-ID
                           TO WS-FILE-CASE-ID(WS-FILE-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SECOND PASS - WRITE THE FILING
      ******************************************************************

       WRITE-SAR-FILING.
      *    Append one block per collected case between a header and
      *    a trailer, marking each case filed as it goes
           IF WS-FILE-COUNT = 0
               DISPLAY 'No cases marked to file.'
               GO TO WRITE-SAR-FILING-END
           END-IF.

           CALL 'FILES' USING 'OPEN-SAR-FILING-EXTEND'
               WS-FILE-OP-STATUS.

           IF WS-FILE-OP-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open the SAR filing file - '
                   'status ' WS-FILE-OP-STATUS
               GO TO WRITE-SAR-FILING-END
           END-IF.

           MOVE WS-EFFECTIVE-DATE TO WS-HDR-FILE-DATE.
           MOVE WS-SAR-HEADER-LINE TO SAR-FILING-LINE.
           PERFORM EMIT-FILING-LINE.

           DISPLAY 'Case     Subject  Txns           Total'.
           DISPLAY '------------------------------------------------'.

           PERFORM FILE-ONE-CASE THRU FILE-ONE-CASE-END
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT.

           MOVE WS-CASES-FILED TO WS-TRL-CASE-COUNT.
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE WS-LINES-WRITTEN TO WS-TRL-LINE-COUNT.
           MOVE WS-SAR-TRAILER-LINE TO SAR-FILING-LINE.
           CALL 'FILES' USING 'WRITE-SAR-FILING-LINE'
               SAR-FILING-LINE WS-FILE-OP-STATUS.

           CALL 'FILES' USING 'CLOSE-SAR-FILING-FILE'.

       WRITE-SAR-FILING-END.
           EXIT.

       EMIT-FILING-LINE.
      *    Append SAR-FILING-LINE and count it
           CALL 'FILES' USING 'WRITE-SAR-FILING-LINE'
               SAR-FILING-LINE WS-FILE-OP-STATUS.
           ADD 1 TO WS-LINES-WRITTEN.

       FILE-ONE-CASE.
      *    Re-read one collected case, write its block and mark it
      *    filed
           MOVE WS-FILE-CASE-ID(WS-FILE-IDX) TO SAR-CASE-ID.
           CALL 'FILES' USING 'OPEN-SAR-CASE-FILE-IO'.
           CALL 'FILES' USING 'READ-SAR-CASE' SAR-CASE-RECORD
               WS-CASE-STATUS.
           CALL 'FILES' USING 'CLOSE-SAR-CASE-FILE'.

           IF WS-CASE-STATUS NOT = '00'
               GO TO FILE-ONE-CASE-END
           END-IF.
           IF NOT SAR-TO-FILE
               GO TO FILE-ONE-CASE-END
           END-IF.

           PERFORM WRITE-CASE-LINE.
           PERFORM WRITE-SUBJECT-LINE.
           PERFORM WRITE-ONE-ACCOUNT-LINE
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > SAR-ACCOUNT-COUNT.
           PERFORM WRITE-ONE-TXN-LINE
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > SAR-TXN-COUNT.
           PERFORM WRITE-ONE-NARRATIVE-LINE
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > 4.

           ADD 1 TO WS-CASES-FILED.
           MOVE SAR-TXN-TOTAL TO WS-DISPLAY-TOTAL.
           DISPLAY SAR-CASE-ID ' ' SAR-CUSTOMER-ID '  '
               SAR-TXN-COUNT ' ' WS-DISPLAY-TOTAL.

           CALL 'SARCASES' USING 'MARK-CASE-FILED'
               WS-FILE-CASE-ID(WS-FILE-IDX) WS-BATCH-OPERATOR-ID
               SAR-CASE-RECORD WS-OP-STATUS WS-MARK-MESSAGE.

           IF WS-OP-STATUS NOT = '00'
               ADD 1 TO WS-CASES-NOT-MARKED
               DISPLAY '  WARNING: case written but not marked '
                   'filed - ' WS-MARK-MESSAGE
           END-IF.

       FILE-ONE-CASE-END.
           EXIT.

       WRITE-CASE-LINE.
      *    The case line: who decided, when, and the totals
           MOVE SAR-CASE-ID TO WS-CAS-CASE-ID.
           MOVE SAR-DECISION-DATE TO WS-CAS-DECISION-DATE.
           MOVE SAR-DECISION-OP-ID TO WS-CAS-MLRO-OP-ID.
           MOVE SAR-ANALYST-OP-ID TO WS-CAS-ANALYST-OP-ID.
           MOVE SAR-SOURCE TO WS-CAS-SOURCE.
           MOVE SAR-ALERT-ID TO WS-CAS-ALERT-ID.
           MOVE SAR-TXN-COUNT TO WS-CAS-TXN-COUNT.
           MOVE SAR-ACCOUNT-COUNT TO WS-CAS-ACCOUNT-COUNT.
           MOVE SAR-TXN-TOTAL TO WS-CAS-TOTAL.
           MOVE WS-SAR-CASE-LINE TO SAR-FILING-LINE.
           PERFORM EMIT-FILING-LINE.

       WRITE-SUBJECT-LINE.
      *    The subject's identity as held on the customer file
           MOVE SAR-CASE-ID TO WS-SUB-CASE-ID.
           MOVE SAR-CUSTOMER-ID TO WS-SUB-CUSTOMER-ID.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-TAX-ID.
           MOVE 0 TO WS-SUB-BIRTH-DATE.
           MOVE SPACES TO WS-SUB-ADDRESS.

           CALL 'CUSTOMER' USING 'GET-CUSTOMER'
               SAR-CUSTOMER-ID CUSTOMER-RECORD WS-CUST-STATUS.
           IF WS-CUST-STATUS = '00'
               MOVE CUS-NAME TO WS-SUB-NAME
               MOVE CUS-TAX-ID TO WS-SUB-TAX-ID
               MOVE CUS-DATE-OF-BIRTH TO WS-SUB-BIRTH-DATE
               MOVE CUS-ADDRESS TO WS-SUB-ADDRESS
           END-IF.

           MOVE WS-SAR-SUBJECT-LINE TO SAR-FILING-LINE.
           PERFORM EMIT-FILING-LINE.

       WRITE-ONE-ACCOUNT-LINE.
      *    One account collected on the case
           MOVE SAR-CASE-ID TO WS-ACT-CASE-ID.
           MOVE SAR-ACCOUNT-ID(WS-ENTRY-IDX) TO WS-ACT-ACCOUNT-ID.
           MOVE SPACES TO WS-ACT-TYPE.
           MOVE SPACES TO WS-ACT-STATUS.
           MOVE 0 TO WS-ACT-HOLDER-ID.

           CALL 'ACCOUNT' USING 'GET-ACCOUNT'
               SAR-ACCOUNT-ID(WS-ENTRY-IDX) ACCOUNT-RECORD
               WS-ACCT-STATUS.
           IF WS-ACCT-STATUS = '00'
               MOVE ACC-TYPE TO WS-ACT-TYPE
               MOVE ACC-STATUS TO WS-ACT-STATUS
               MOVE ACC-CUSTOMER-ID TO WS-ACT-HOLDER-ID
           END-IF.

           MOVE WS-SAR-ACCOUNT-LINE TO SAR-FILING-LINE.
           PERFORM EMIT-FILING-LINE.

       WRITE-ONE-TXN-LINE.
      *    One posting collected on the case
           MOVE SAR-CASE-ID TO WS-TXL-CASE-ID.
           MOVE SAR-TXN-ID(WS-ENTRY-IDX) TO WS-TXL-TXN-ID.
           MOVE 0 TO WS-TXL-ACCOUNT-ID.
           MOVE 0 TO WS-TXL-DEST-ACCOUNT-ID.
           MOVE SPACES TO WS-TXL-TYPE.
           MOVE SPACES TO WS-TXL-CHANNEL.
           MOVE 0 TO WS-TXL-AMOUNT.
           MOVE 0 TO WS-TXL-VALUE-DATE.

           MOVE SAR-TXN-ID(WS-ENTRY-IDX) TO TXN-ID.
           CALL 'FILES' USING 'OPEN-TRANSACTION-FILE-IO'.
           CALL 'FILES' USING 'READ-TRANSACTION'
               TRANSACTION-RECORD WS-TXN-STATUS.
           CALL 'FILES' USING 'CLOSE-TRANSACTION-FILE'.

           IF WS-TXN-STATUS = '00'
               MOVE TXN-ACCOUNT-ID TO WS-TXL-ACCOUNT-ID
               MOVE TXN-DEST-ACCOUNT-ID TO WS-TXL-DEST-ACCOUNT-ID
               MOVE TXN-TYPE TO WS-TXL-TYPE
               MOVE TXN-CHANNEL TO WS-TXL-CHANNEL
               MOVE TXN-AMOUNT TO WS-TXL-AMOUNT
               MOVE TXN-VALUE-DATE TO WS-TXL-VALUE-DATE
           END-IF.

           MOVE WS-SAR-TXN-LINE TO SAR-FILING-LINE.
           PERFORM EMIT-FILING-LINE.

       WRITE-ONE-NARRATIVE-LINE.
      *    One line of the analyst's narrative; blank lines are left
      *    out of the filing
           IF SAR-NARRATIVE(WS-ENTRY-IDX) NOT = SPACES
               MOVE SAR-CASE-ID TO WS-NAR-CASE-ID
               MOVE WS-ENTRY-IDX TO WS-NAR-LINE-NO
               MOVE SAR-NARRATIVE(WS-ENTRY-IDX) TO WS-NAR-TEXT
               MOVE WS-SAR-NARRATIVE-LINE TO SAR-FILING-LINE
               PERFORM EMIT-FILING-LINE
           END-IF.

       END PROGRAM SARFILE.
