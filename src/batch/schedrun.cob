      * Schedule loaded once per run
       01  WS-SCHED-COUNT              PIC 9(2) VALUE 0.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY OCCURS 60 TIMES.
               10  WS-SCHED-JOB        PIC X(10).
               10  WS-SCHED-FREQ       PIC X(10).
               10  WS-SCHED-CMD        PIC X(30).
           IF WS-OP-STATUS = '00'
               MOVE JOB-SCHEDULE-LINE TO WS-PARSE-SCHEDULE
               IF WS-SCH-JOB-NAME NOT = SPACES AND
                       WS-SCHED-COUNT < 60
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE WS-SCH-JOB-NAME
                       TO WS-SCHED-JOB(WS-SCHED-COUNT)
