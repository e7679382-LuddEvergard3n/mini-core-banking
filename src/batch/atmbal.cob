      ******************************************************************
      * ATMBAL.COB - ATM Cash Balancing Batch
      *
      * Standalone batch program, run at each cash-count cycle when
      * the replenishment crews return their count file. Reads the
      * fixed-format HDR/DTL/TRL file and, for every machine
      * counted, closes its cycle through VAULT/BALANCE-ATM: the
      * count is compared with the opening load less the cycle's
      * settled withdrawals, the over/short is recorded on the ATM
      * row and the next cycle starts from the count. The run's net
      * over/short is then posted to the GL difference account
      * (GLA 5300) against cash control (GLA 1000), and every
      * machine that did not prove is listed for the branch.
      *
      * Design decisions:
      * - Detail lines carry the terminal ID and the counted amount;
      *   the HDR date is the count date, so the count is stamped
      *   with the day the crews counted, not the day the file ran
      * - No run-control registration: BALANCE-ATM counts a machine
      *   once per count date, so a count file delivered twice has
      *   every line refused as a repeat and posts nothing more
      * - The GL posting is one net movement per run, the same
      *   shape PROVISION and LOANFEE post: a short raises the
      *   over/short expense and reduces cash control, an over does
      *   the reverse
      * - The branch shares of the two rows (see GLBRANCH.COB) move
      *   machine by machine, each over/short booked to the branch
      *   the machine belongs to, so they sum to the run's movement
      * - A withdrawal made before the count but settled after it
      *   shows as an over in this cycle and the same short in the
      *   next, which is why every difference stays listed by
      *   machine rather than netted away
      *
      * Author: Portfolio Project
      * Date: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMBAL.
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
       01  WS-ATM-STATUS               PIC XX.
       01  WS-GLA-STATUS               PIC XX.

      * Fixed-format line overlays for parsing the count file. The
      * counted amount is tested for class NUMERIC through its
      * alphanumeric redefinition before being trusted.
       01  WS-PARSE-DETAIL.
           05  WS-PRS-TAG              PIC X(3).
           05  WS-PRS-TERMINAL-ID      PIC X(8).
           05  WS-PRS-COUNTED          PIC 9(13)V99.
           05  WS-PRS-COUNTED-X REDEFINES WS-PRS-COUNTED PIC X(15).
           05  FILLER                  PIC X(74).

       01  WS-PARSE-HEADER.
           05  WS-PRS-HDR-TAG          PIC X(3).
           05  WS-PRS-FILE-DATE        PIC 9(8).
           05  WS-PRS-FILE-DATE-X REDEFINES WS-PRS-FILE-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(89).

       01  WS-PARSE-TRAILER.
           05  WS-PRS-TRL-TAG          PIC X(3).
           05  WS-PRS-TRL-COUNT        PIC 9(6).
           05  FILLER                  PIC X(91).

       01  WS-COUNTED-AMOUNT           PIC S9(13)V99.

      * Count date: the HDR date, or the business date when the
      * file carries none
       01  WS-COUNT-DATE               PIC 9(8) VALUE 0.
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-TRAILER-SEEN             PIC 9 VALUE 0.
           88  TRAILER-WAS-SEEN        VALUE 1.

       01  WS-GLA-MOVEMENT             PIC S9(13)V99.

      * One machine's over/short booked to its branch's share
       01  WS-BRANCH-WORK.
           05  WS-BRANCH-GLA-ID        PIC 9(4).
           05  WS-BRANCH-MOVEMENT      PIC S9(13)V99.
           05  WS-BRANCH-STATUS        PIC XX.

       01  WS-REPORT-COUNTERS.
           05  WS-LINES-READ           PIC 9(6) VALUE 0.
           05  WS-ITEMS-READ           PIC 9(6) VALUE 0.
           05  WS-ATMS-BALANCED        PIC 9(6) VALUE 0.
           05  WS-ATMS-OVER            PIC 9(6) VALUE 0.
           05  WS-ATMS-SHORT           PIC 9(6) VALUE 0.
           05  WS-ITEMS-EXCEPTION      PIC 9(6) VALUE 0.
           05  WS-TOTAL-OVER-SHORT     PIC S9(13)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-COUNTED      PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YEAR        PIC 9(4).
               10  WS-CURR-MONTH       PIC 99.
               10  WS-CURR-DAY         PIC 99.
           05  WS-CURRENT-TIME.
               10  WS-CURR-HOUR        PIC 99.
               10  WS-CURR-MINUTE      PIC 99.
               10  WS-CURR-SECOND      PIC 99.
           05  WS-TIMESTAMP            PIC X(14).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************

       MAIN-PROGRAM.
      *    Entry point for the ATM cash balancing batch job
           PERFORM DISPLAY-BANNER.
           PERFORM PROCESS-COUNT-FILE
               THRU PROCESS-COUNT-FILE-END.
           PERFORM POST-OVER-SHORT
               THRU POST-OVER-SHORT-END.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      ******************************************************************
      * REPORT HEADER / FOOTER
      ******************************************************************

       DISPLAY-BANNER.
      *    Display report header
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'CALENDAR' USING 'GET-POSTING-DATE'
               WS-EFFECTIVE-DATE.
           MOVE WS-EFFECTIVE-DATE TO WS-COUNT-DATE.
           DISPLAY '================================================'.
           DISPLAY 'ATM CASH BALANCING BATCH'.
           DISPLAY 'Run date: ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
               WS-RUN-DAY.
           DISPLAY '================================================'.
           DISPLAY ' '.

       DISPLAY-SUMMARY.
      *    Display final counts
           MOVE WS-TOTAL-OVER-SHORT TO WS-DISPLAY-TOTAL.
           DISPLAY ' '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Detail items read:     ' WS-ITEMS-READ.
           DISPLAY 'ATMs in balance:       ' WS-ATMS-BALANCED.
           DISPLAY 'ATMs over:             ' WS-ATMS-OVER.
           DISPLAY 'ATMs short:            ' WS-ATMS-SHORT.
           DISPLAY 'Exceptions:            ' WS-ITEMS-EXCEPTION.
           DISPLAY 'Net over/short:        ' WS-DISPLAY-TOTAL.
           DISPLAY '------------------------------------------------'.

      ******************************************************************
      * FILE PROCESSING PASS
      ******************************************************************

       PROCESS-COUNT-FILE.
      *    Single sequential pass over the count file, dispatching
      *    each line on its HDR/DTL/TRL tag
           CALL 'FILES' USING 'OPEN-ATM-COUNT-IN-INPUT'
               WS-OP-STATUS.

           IF WS-OP-STATUS NOT = '00'
               DISPLAY 'No ATM count file found - nothing to do.'
               GO TO PROCESS-COUNT-FILE-END
           END-IF.

           PERFORM PROCESS-NEXT-COUNT-LINE
               UNTIL WS-OP-STATUS = '10'.

           CALL 'FILES' USING 'CLOSE-ATM-COUNT-IN-FILE'.

           IF NOT TRAILER-WAS-SEEN
               DISPLAY 'WARNING: File ended without a TRL control '
                   'line - transmission may be truncated'
           END-IF.

       PROCESS-COUNT-FILE-END.
           EXIT.

       PROCESS-NEXT-COUNT-LINE.
      *    Read and dispatch one line of the count file
           CALL 'FILES' USING 'READ-NEXT-ATM-COUNT-LINE'
               ATM-COUNT-IN-LINE WS-OP-STATUS.

           IF WS-OP-STATUS = '00'
               ADD 1 TO WS-LINES-READ
               EVALUATE ATM-COUNT-IN-LINE(1:3)
                   WHEN 'HDR'
                       PERFORM PROCESS-HEADER-LINE
                   WHEN 'DTL'
                       PERFORM PROCESS-DETAIL-LINE
                           THRU PROCESS-DETAIL-LINE-END
                   WHEN 'TRL'
                       PERFORM PROCESS-TRAILER-LINE
                   WHEN OTHER
                       DISPLAY 'WARNING: Unrecognized line tag at '
                           'line ' WS-LINES-READ ' - line ignored'
               END-EVALUATE
           END-IF.

       PROCESS-HEADER-LINE.
      *    Take the count date from the HDR control line
           MOVE ATM-COUNT-IN-LINE TO WS-PARSE-HEADER.

           IF WS-PRS-FILE-DATE-X NUMERIC AND WS-PRS-FILE-DATE > 0
               MOVE WS-PRS-FILE-DATE TO WS-COUNT-DATE
           END-IF.

           DISPLAY 'Count date: ' WS-COUNT-DATE.
           DISPLAY ' '.
           DISPLAY 'Terminal  Branch          Counted     Over/short'.

       PROCESS-DETAIL-LINE.
      *    Parse one DTL item and close that machine's cycle
           MOVE ATM-COUNT-IN-LINE TO WS-PARSE-DETAIL.
           ADD 1 TO WS-ITEMS-READ.

           IF WS-PRS-TERMINAL-ID = SPACES OR
                   WS-PRS-COUNTED-X NOT NUMERIC
               ADD 1 TO WS-ITEMS-EXCEPTION
               DISPLAY 'EXCEPTION Line ' WS-LINES-READ
                   '  Malformed detail line - ignored'
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           MOVE WS-PRS-COUNTED TO WS-COUNTED-AMOUNT.

           CALL 'VAULT' USING 'BALANCE-ATM'
               WS-PRS-TERMINAL-ID WS-COUNTED-AMOUNT WS-COUNT-DATE 0
               ATM-RECORD WS-ATM-STATUS.

           IF WS-ATM-STATUS = '23'
               ADD 1 TO WS-ITEMS-EXCEPTION
               DISPLAY 'EXCEPTION ATM: ' WS-PRS-TERMINAL-ID
                   '  Not on the ATM register - ignored'
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           IF WS-ATM-STATUS NOT = '00'
               ADD 1 TO WS-ITEMS-EXCEPTION
               DISPLAY 'EXCEPTION ATM: ' WS-PRS-TERMINAL-ID
                   '  Already counted for this date - ignored'
               GO TO PROCESS-DETAIL-LINE-END
           END-IF.

           ADD ATM-LAST-OVER-SHORT TO WS-TOTAL-OVER-SHORT.
           IF ATM-LAST-OVER-SHORT NOT = 0
               PERFORM POST-ATM-BRANCH-SHARE
           END-IF.
           MOVE ATM-LAST-COUNTED-AMT TO WS-DISPLAY-COUNTED.
           MOVE ATM-LAST-OVER-SHORT TO WS-DISPLAY-AMOUNT.

           EVALUATE TRUE
               WHEN ATM-LAST-OVER-SHORT = 0
                   ADD 1 TO WS-ATMS-BALANCED
                   DISPLAY ATM-TERMINAL-ID '  ' ATM-BRANCH-CODE
                       '  ' WS-DISPLAY-COUNTED WS-DISPLAY-AMOUNT
               WHEN ATM-LAST-OVER-SHORT > 0
                   ADD 1 TO WS-ATMS-OVER
                   DISPLAY ATM-TERMINAL-ID '  ' ATM-BRANCH-CODE
                       '  ' WS-DISPLAY-COUNTED WS-DISPLAY-AMOUNT
                       '  OVER'
               WHEN OTHER
                   ADD 1 TO WS-ATMS-SHORT
                   DISPLAY ATM-TERMINAL-ID '  ' ATM-BRANCH-CODE
                       '  ' WS-DISPLAY-COUNTED WS-DISPLAY-AMOUNT
                       '  SHORT'
           END-EVALUATE.

       PROCESS-DETAIL-LINE-END.
           EXIT.

       PROCESS-TRAILER-LINE.
      *    Reconcile the TRL count against the detail lines read
           MOVE ATM-COUNT-IN-LINE TO WS-PARSE-TRAILER.
           MOVE 1 TO WS-TRAILER-SEEN.

           IF WS-PRS-TRL-COUNT NOT = WS-ITEMS-READ
               DISPLAY ' '
               DISPLAY 'WARNING: Control count does not match the '
                   'detail lines read'
               DISPLAY '  Trailer count: ' WS-PRS-TRL-COUNT
                   '  Items read: ' WS-ITEMS-READ
           END-IF.

      ******************************************************************
      * GL POSTING
      ******************************************************************

       POST-OVER-SHORT.
      *    Post the run's net over/short: the difference account
      *    takes the shortage as expense (an over as a credit), and
      *    cash control moves by the over/short itself
           IF WS-TOTAL-OVER-SHORT = 0
               GO TO POST-OVER-SHORT-END
           END-IF.

           MOVE 5300 TO GLA-ID.
           COMPUTE WS-GLA-MOVEMENT = 0 - WS-TOTAL-OVER-SHORT.
           PERFORM ADJUST-ONE-GLA-BY-MOVEMENT.

           MOVE 1000 TO GLA-ID.
           MOVE WS-TOTAL-OVER-SHORT TO WS-GLA-MOVEMENT.
           PERFORM ADJUST-ONE-GLA-BY-MOVEMENT.

           MOVE WS-TOTAL-OVER-SHORT TO WS-DISPLAY-TOTAL.
           DISPLAY ' '.
           DISPLAY 'Over/short posted to GLA 5300: '
               WS-DISPLAY-TOTAL.

       POST-OVER-SHORT-END.
           EXIT.

       POST-ATM-BRANCH-SHARE.
      *    Book one machine's over/short on its branch's share of
      *    GLA 5300 and 1000, signed as POST-OVER-SHORT signs the run
           MOVE 5300 TO WS-BRANCH-GLA-ID.
           COMPUTE WS-BRANCH-MOVEMENT = 0 - ATM-LAST-OVER-SHORT.
           CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
               ATM-BRANCH-CODE WS-BRANCH-GLA-ID WS-BRANCH-MOVEMENT
               WS-BRANCH-STATUS.

           MOVE 1000 TO WS-BRANCH-GLA-ID.
           MOVE ATM-LAST-OVER-SHORT TO WS-BRANCH-MOVEMENT.
           CALL 'GLBRANCH' USING 'POST-BRANCH-GL-MOVEMENT'
               ATM-BRANCH-CODE WS-BRANCH-GLA-ID WS-BRANCH-MOVEMENT
               WS-BRANCH-STATUS.

       ADJUST-ONE-GLA-BY-MOVEMENT.
      *    Add a signed movement to one chart row's booked balance
      *    Input: GLA-ID, WS-GLA-MOVEMENT
           CALL 'FILES' USING 'OPEN-GL-ACCOUNT-FILE-IO'.
           CALL 'FILES' USING 'READ-GL-ACCOUNT' GL-ACCOUNT-RECORD
               WS-GLA-STATUS.

           IF WS-GLA-STATUS = '00'
               ADD WS-GLA-MOVEMENT TO GLA-BALANCE
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO GLA-UPDATED-TS
               CALL 'FILES' USING 'UPDATE-GL-ACCOUNT'
                   GL-ACCOUNT-RECORD WS-GLA-STATUS
           ELSE
               DISPLAY 'WARNING: GLA ' GLA-ID ' missing - movement '
                   'not posted'
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.

       GET-CURRENT-TIMESTAMP.
      *    Generate current timestamp in YYYYMMDDHHMMSS format
      *    Output: WS-TIMESTAMP
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           STRING WS-CURR-YEAR
                  WS-CURR-MONTH
                  WS-CURR-DAY
                  WS-CURR-HOUR
                  WS-CURR-MINUTE
                  WS-CURR-SECOND
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.

       END PROGRAM ATMBAL.
