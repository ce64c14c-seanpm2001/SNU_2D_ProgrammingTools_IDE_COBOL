       IDENTIFICATION DIVISION.
       PROGRAM-ID. PM-DUE-V1.
      *> Nightly preventive-maintenance run.  MACHINE-TREND-V1
      *> cuts a work order once a machine has already stopped
      *> repeatedly; this run cuts one when the machine's service
      *> falls due, off the PMSCHED schedule -- one record per
      *> machine and task, due on run-hours (the RUNHOURS counter
      *> CONTROL-FLOW-V1 builds from its in-band readings) or on
      *> calendar days since the task was last done.  Each night it:
      *>   - applies the PMTXN cards --
      *>       PADD - put a task on the schedule, its interval
      *>              starting from tonight;
      *>       PCHG - change a task's interval, hard limit or
      *>              description;
      *>       PDON - the task was done: restart its interval from
      *>              the completion date and tonight's run-hours,
      *>              and close its work order;
      *>   - cuts a preventive WORKORDR record for every task that
      *>     has fallen due and has no order open yet;
      *>   - prints the overdue report: every machine still running
      *>     past a task's service interval, and how far past;
      *>   - queues a PM HARD LIMIT alert on ALERTQ, once, for a
      *>     task run past its hard limit, for ALERT-DISPATCH-V1 to
      *>     route like any other.
      *> A schedule that will not open ends RETURN-CODE 12.  Run-
      *> hours that will not open leave the run-hour tasks
      *> unevaluated for the night and end RETURN-CODE 4; the
      *> calendar-day tasks still run.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pm-schedule ASSIGN TO "PMSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pm-key
               FILE STATUS IS ws-pm-schedule-status.

           SELECT run-hour-file ASSIGN TO "RUNHOURS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS rh-machine-id
               FILE STATUS IS ws-run-hour-status.

      *> Transaction card: type (4: PADD/PCHG/PDON), machine id
      *> (6), task code (8), basis (1: H run-hours, D calendar
      *> days), interval (5), hard limit (5, zero for none),
      *> completion date (8, blank for tonight), description (30).
           SELECT pm-txn ASSIGN TO "PMTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pm-txn-status.

           SELECT work-order-file ASSIGN TO "WORKORDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-work-order-status.

           SELECT alert-queue-file ASSIGN TO "ALERTQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alert-queue-status.

      *> Tonight's business date, eight digits, maintained by the
      *> date roll.  Defaults to today when the card is absent.
           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  pm-schedule.
       COPY PMSCHED.

       FD  run-hour-file.
       COPY RUNHOURS.

       FD  pm-txn.
       01  pm-txn-line.
           05  ptx-txn-type             PIC X(4).
               88  ptx-add              VALUE "PADD".
               88  ptx-change           VALUE "PCHG".
               88  ptx-done             VALUE "PDON".
           05  ptx-machine-id           PIC X(6).
           05  ptx-task-code            PIC X(8).
           05  ptx-basis                PIC X.
               88  ptx-basis-valid      VALUE "H" "D".
           05  ptx-interval             PIC 9(5).
           05  ptx-hard-limit           PIC 9(5).
           05  ptx-done-date            PIC X(8).
           05  ptx-done-date-n REDEFINES ptx-done-date
                                        PIC 9(8).
           05  ptx-task-desc            PIC X(30).

       FD  work-order-file
           RECORDING MODE IS F.
       COPY WORKORDR.

       FD  alert-queue-file
           RECORDING MODE IS F.
       COPY ALERTQ.

       FD  busdate-card.
       01  busdate-line                PIC X(8).

       FD  report-out.
       01  report-line                 PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-pm-schedule-status   PIC XX.
           05  ws-run-hour-status      PIC XX.
           05  ws-pm-txn-status        PIC XX.
           05  ws-work-order-status    PIC XX.
           05  ws-alert-queue-status   PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  schedule-failed-sw      PIC X VALUE "N".
               88  schedule-failed     VALUE "Y".
           05  run-hours-open-sw       PIC X VALUE "N".
               88  run-hours-open      VALUE "Y".
           05  no-more-txns-sw         PIC X VALUE "N".
               88  no-more-txns        VALUE "Y".
           05  no-more-tasks-sw        PIC X VALUE "N".
               88  no-more-tasks
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  txn-ok-sw               PIC X VALUE "Y".
               88  txn-ok
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  usage-known-sw          PIC X VALUE "N".
               88  usage-known
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-business-date            PIC 9(8).
       01  ws-business-integer         PIC 9(9).
       01  ws-done-date                PIC 9(8).
       01  ws-reject-reason            PIC X(30).

      *> Machine's whole run-hours off RUNHOURS, and the task's
      *> usage since last done in its own unit.
       01  ws-current-hours            PIC 9(7).
       01  ws-last-done-integer        PIC 9(9).
       01  ws-usage                    PIC S9(7).
       01  ws-over-by                  PIC S9(7).

       01  ws-run-totals.
           05  ws-txns-read            PIC 9(5) VALUE ZERO.
           05  ws-txns-applied         PIC 9(5) VALUE ZERO.
           05  ws-txns-rejected        PIC 9(5) VALUE ZERO.
           05  ws-tasks-read           PIC 9(5) VALUE ZERO.
           05  ws-orders-cut           PIC 9(5) VALUE ZERO.
           05  ws-tasks-overdue        PIC 9(5) VALUE ZERO.
           05  ws-alerts-queued        PIC 9(5) VALUE ZERO.
           05  ws-tasks-unevaluated    PIC 9(5) VALUE ZERO.

       01  ws-txn-line.
           05  ws-tl-result            PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-tl-type              PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-tl-machine           PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-tl-task              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-tl-reason            PIC X(30).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  ws-task-line.
           05  ws-kl-machine           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-kl-task              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-kl-basis             PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-kl-interval          PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-kl-usage             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-kl-over-by           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-kl-last-done         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-kl-flag              PIC X(10).
           05  FILLER                  PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT schedule-failed
               PERFORM 2000-APPLY-TRANSACTIONS
               PERFORM 3000-CUT-DUE-ORDERS
               PERFORM 4000-REPORT-OVERDUE
               PERFORM 5000-FINALIZE
           END-IF
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           OPEN I-O pm-schedule
           IF ws-pm-schedule-status NOT = "00"
               OPEN OUTPUT pm-schedule
               CLOSE pm-schedule
               OPEN I-O pm-schedule
           END-IF
           IF ws-pm-schedule-status NOT = "00"
               DISPLAY "PMSCHED WILL NOT OPEN, STATUS "
                   ws-pm-schedule-status " - NO PM RUN"
               SET schedule-failed TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT run-hour-file
               IF ws-run-hour-status = "00"
                   SET run-hours-open TO TRUE
               ELSE
                   DISPLAY "RUNHOURS WILL NOT OPEN, STATUS "
                       ws-run-hour-status
                       " - RUN-HOUR TASKS NOT EVALUATED"
                   MOVE 4 TO RETURN-CODE
               END-IF
               OPEN EXTEND work-order-file
               IF ws-work-order-status NOT = "00"
                   OPEN OUTPUT work-order-file
               END-IF
               OPEN EXTEND alert-queue-file
               IF ws-alert-queue-status NOT = "00"
                   OPEN OUTPUT alert-queue-file
               END-IF
               OPEN OUTPUT report-out
               MOVE SPACES TO report-line
               STRING "PREVENTIVE MAINTENANCE - BUSINESS DATE "
                   ws-business-date
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF.

       1100-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-business-date
           OPEN INPUT busdate-card
           IF ws-busdate-status = "00"
               READ busdate-card
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE busdate-line TO ws-business-date
               END-READ
               CLOSE busdate-card
           END-IF
           COMPUTE ws-business-integer =
               FUNCTION INTEGER-OF-DATE (ws-business-date).

      *> No PMTXN deck is a normal night: nothing to apply.
       2000-APPLY-TRANSACTIONS.
           OPEN INPUT pm-txn
           IF ws-pm-txn-status = "00"
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE "SCHEDULE TRANSACTIONS" TO report-line
               WRITE report-line
               PERFORM 2050-READ-TRANSACTION
                   UNTIL no-more-txns
               CLOSE pm-txn
           END-IF.

       2050-READ-TRANSACTION.
           READ pm-txn
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               ADD 1 TO ws-txns-read
               PERFORM 2100-EDIT-TRANSACTION
               IF txn-ok
                   EVALUATE TRUE
                       WHEN ptx-add
                           PERFORM 2200-ADD-TASK
                       WHEN ptx-change
                           PERFORM 2300-CHANGE-TASK
                       WHEN ptx-done
                           PERFORM 2400-COMPLETE-TASK
                   END-EVALUATE
               END-IF
               PERFORM 2900-PRINT-TRANSACTION
           END-IF.

       2100-EDIT-TRANSACTION.
           SET txn-ok TO TRUE
           MOVE SPACES TO ws-reject-reason
           EVALUATE TRUE
               WHEN NOT ptx-add AND NOT ptx-change AND NOT ptx-done
                   MOVE "UNKNOWN TRANSACTION TYPE"
                       TO ws-reject-reason
               WHEN ptx-machine-id = SPACES
                   MOVE "MACHINE ID MISSING" TO ws-reject-reason
               WHEN ptx-task-code = SPACES
                   MOVE "TASK CODE MISSING" TO ws-reject-reason
               WHEN ptx-done
                   PERFORM 2150-EDIT-DONE-DATE
               WHEN NOT ptx-basis-valid
                   MOVE "BASIS NOT H OR D" TO ws-reject-reason
               WHEN ptx-interval NOT NUMERIC
                   OR ptx-interval = ZERO
                   MOVE "INTERVAL MISSING" TO ws-reject-reason
               WHEN ptx-hard-limit NOT NUMERIC
                   MOVE "HARD LIMIT NOT NUMERIC" TO ws-reject-reason
               WHEN ptx-hard-limit > ZERO
                   AND ptx-hard-limit <= ptx-interval
                   MOVE "HARD LIMIT NOT PAST INTERVAL"
                       TO ws-reject-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ws-reject-reason NOT = SPACES
               SET txn-ok TO FALSE
           END-IF.

      *> A completion with no date was done today; a dated one may
      *> be keyed late, but not for a day still to come.
       2150-EDIT-DONE-DATE.
           IF ptx-done-date = SPACES
               MOVE ws-business-date TO ws-done-date
           ELSE
               IF ptx-done-date NOT NUMERIC
                   MOVE "COMPLETION DATE NOT NUMERIC"
                       TO ws-reject-reason
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (ptx-done-date-n)
                           NOT = ZERO
                       MOVE "COMPLETION DATE INVALID"
                           TO ws-reject-reason
                   ELSE
                       IF ptx-done-date-n > ws-business-date
                           MOVE "COMPLETION DATE IN FUTURE"
                               TO ws-reject-reason
                       ELSE
                           MOVE ptx-done-date-n TO ws-done-date
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A new task's interval starts tonight, from the machine's
      *> run-hours as they stand.
       2200-ADD-TASK.
           IF ptx-basis = "H" AND NOT run-hours-open
               MOVE "RUN-HOURS UNAVAILABLE TONIGHT"
                   TO ws-reject-reason
               SET txn-ok TO FALSE
           ELSE
               PERFORM 2250-WRITE-NEW-TASK
           END-IF.

       2250-WRITE-NEW-TASK.
           MOVE ptx-machine-id TO pm-machine-id
           MOVE ptx-task-code TO pm-task-code
           READ pm-schedule
               INVALID KEY
                   MOVE ptx-machine-id TO rh-machine-id
                   PERFORM 9100-READ-RUN-HOURS
                   MOVE ptx-machine-id TO pm-machine-id
                   MOVE ptx-task-code TO pm-task-code
                   MOVE ptx-task-desc TO pm-task-desc
                   MOVE ptx-basis TO pm-basis
                   MOVE ptx-interval TO pm-interval
                   MOVE ptx-hard-limit TO pm-hard-limit
                   MOVE ws-business-date TO pm-last-done-date
                   MOVE ws-current-hours TO pm-last-done-hours
                   SET pm-order-open TO FALSE
                   MOVE ZERO TO pm-order-date
                   MOVE ZERO TO pm-order-hours
                   SET pm-limit-alerted TO FALSE
                   WRITE pm-schedule-record
                   PERFORM 2950-CHECK-UPDATE
               NOT INVALID KEY
                   MOVE "TASK ALREADY ON SCHEDULE"
                       TO ws-reject-reason
                   SET txn-ok TO FALSE
           END-READ.

       2300-CHANGE-TASK.
           MOVE ptx-machine-id TO pm-machine-id
           MOVE ptx-task-code TO pm-task-code
           READ pm-schedule
               INVALID KEY
                   MOVE "TASK NOT ON SCHEDULE" TO ws-reject-reason
                   SET txn-ok TO FALSE
               NOT INVALID KEY
                   MOVE ptx-basis TO pm-basis
                   MOVE ptx-interval TO pm-interval
                   MOVE ptx-hard-limit TO pm-hard-limit
                   IF ptx-task-desc NOT = SPACES
                       MOVE ptx-task-desc TO pm-task-desc
                   END-IF
                   REWRITE pm-schedule-record
                   PERFORM 2950-CHECK-UPDATE
           END-READ.

      *> Completion restarts the interval from tonight's run-hours
      *> whatever the completion date: the counter keeps no
      *> history to take it back to.
       2400-COMPLETE-TASK.
           MOVE ptx-machine-id TO pm-machine-id
           MOVE ptx-task-code TO pm-task-code
           READ pm-schedule
               INVALID KEY
                   MOVE "TASK NOT ON SCHEDULE" TO ws-reject-reason
                   SET txn-ok TO FALSE
               NOT INVALID KEY
                   IF pm-run-hours AND NOT run-hours-open
                       MOVE "RUN-HOURS UNAVAILABLE TONIGHT"
                           TO ws-reject-reason
                       SET txn-ok TO FALSE
                   ELSE
                       PERFORM 2450-RESTART-INTERVAL
                   END-IF
           END-READ.

       2450-RESTART-INTERVAL.
           MOVE pm-machine-id TO rh-machine-id
           PERFORM 9100-READ-RUN-HOURS
           MOVE ws-done-date TO pm-last-done-date
           MOVE ws-current-hours TO pm-last-done-hours
           SET pm-order-open TO FALSE
           MOVE ZERO TO pm-order-date
           MOVE ZERO TO pm-order-hours
           SET pm-limit-alerted TO FALSE
           REWRITE pm-schedule-record
           PERFORM 2950-CHECK-UPDATE.

       2900-PRINT-TRANSACTION.
           MOVE SPACES TO ws-txn-line
           IF txn-ok
               MOVE "APPLIED" TO ws-tl-result
               ADD 1 TO ws-txns-applied
           ELSE
               MOVE "REJECTED" TO ws-tl-result
               MOVE ws-reject-reason TO ws-tl-reason
               ADD 1 TO ws-txns-rejected
           END-IF
           MOVE ptx-txn-type TO ws-tl-type
           MOVE ptx-machine-id TO ws-tl-machine
           MOVE ptx-task-code TO ws-tl-task
           MOVE ws-txn-line TO report-line
           WRITE report-line.

       2950-CHECK-UPDATE.
           IF ws-pm-schedule-status NOT = "00"
               MOVE SPACES TO ws-reject-reason
               STRING "PMSCHED UPDATE FAILED, STATUS "
                   ws-pm-schedule-status
                   DELIMITED BY SIZE INTO ws-reject-reason
               SET txn-ok TO FALSE
           END-IF.

      *> A task due with no order open gets one; the open order is
      *> remembered with the date and run-hours it was cut at, so
      *> the overdue report can tell a machine still running from
      *> one standing idle.
       3000-CUT-DUE-ORDERS.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "PREVENTIVE WORK ORDERS CUT" TO report-line
           WRITE report-line
           PERFORM 3900-PRINT-TASK-HEADING
           PERFORM 9200-START-SCHEDULE
           PERFORM 3050-CHECK-ONE-TASK
               UNTIL no-more-tasks.

       3050-CHECK-ONE-TASK.
           PERFORM 9250-READ-NEXT-TASK
           IF NOT no-more-tasks
               ADD 1 TO ws-tasks-read
               PERFORM 3500-FIGURE-USAGE
               IF NOT usage-known
                   ADD 1 TO ws-tasks-unevaluated
               ELSE
                   IF ws-usage >= pm-interval
                       AND NOT pm-order-open
                       PERFORM 3100-CUT-ORDER
                   END-IF
               END-IF
           END-IF.

       3100-CUT-ORDER.
           MOVE pm-machine-id TO wo-machine-id
           SET wo-preventive TO TRUE
           MOVE SPACES TO wo-pm-detail
           MOVE pm-task-code TO wo-pm-task
           MOVE pm-basis TO wo-pm-basis
           MOVE pm-interval TO wo-pm-interval
           MOVE ws-usage TO wo-pm-usage
           MOVE pm-last-done-date TO wo-pm-last-done
           MOVE FUNCTION CURRENT-DATE TO wo-created
           WRITE work-order-record
           SET pm-order-open TO TRUE
           MOVE ws-business-date TO pm-order-date
           MOVE ws-current-hours TO pm-order-hours
           REWRITE pm-schedule-record
           IF ws-pm-schedule-status NOT = "00"
               DISPLAY "PMSCHED REWRITE FAILED, STATUS "
                   ws-pm-schedule-status " FOR " pm-key
           END-IF
           ADD 1 TO ws-orders-cut
           MOVE SPACES TO ws-kl-flag
           PERFORM 3800-PRINT-TASK-LINE.

      *> Run-hours since last done, or calendar days since last
      *> done, in the task's own unit.  Run-hour usage is unknown
      *> on a night the counter would not open.
       3500-FIGURE-USAGE.
           SET usage-known TO TRUE
           MOVE ZERO TO ws-current-hours
           MOVE pm-machine-id TO rh-machine-id
           IF pm-run-hours
               IF run-hours-open
                   PERFORM 9100-READ-RUN-HOURS
                   COMPUTE ws-usage =
                       ws-current-hours - pm-last-done-hours
               ELSE
                   SET usage-known TO FALSE
               END-IF
           ELSE
               IF run-hours-open
                   PERFORM 9100-READ-RUN-HOURS
               END-IF
               COMPUTE ws-last-done-integer =
                   FUNCTION INTEGER-OF-DATE (pm-last-done-date)
               COMPUTE ws-usage =
                   ws-business-integer - ws-last-done-integer
           END-IF
           IF usage-known AND ws-usage < ZERO
               MOVE ZERO TO ws-usage
           END-IF.

       3800-PRINT-TASK-LINE.
           MOVE pm-machine-id TO ws-kl-machine
           MOVE pm-task-code TO ws-kl-task
           IF pm-run-hours
               MOVE "HOURS" TO ws-kl-basis
           ELSE
               MOVE "DAYS" TO ws-kl-basis
           END-IF
           MOVE pm-interval TO ws-kl-interval
           MOVE ws-usage TO ws-kl-usage
           COMPUTE ws-over-by = ws-usage - pm-interval
           IF ws-over-by < ZERO
               MOVE ZERO TO ws-over-by
           END-IF
           MOVE ws-over-by TO ws-kl-over-by
           MOVE pm-last-done-date TO ws-kl-last-done
           MOVE ws-task-line TO report-line
           WRITE report-line.

       3900-PRINT-TASK-HEADING.
           MOVE "MACHINE TASK      BASIS INTVL      USAGE    OVER BY" &
               "  LAST DONE" TO report-line
           WRITE report-line.

      *> Still running past the interval: a run-hour task past it
      *> has run past it by definition; a calendar-day task counts
      *> once the machine has run since its order was cut.  Past
      *> the hard limit pages operations, once per overrun.
       4000-REPORT-OVERDUE.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "OVERDUE - STILL RUNNING PAST SERVICE INTERVAL"
               TO report-line
           WRITE report-line
           PERFORM 3900-PRINT-TASK-HEADING
           SET no-more-tasks TO FALSE
           PERFORM 9200-START-SCHEDULE
           PERFORM 4050-CHECK-ONE-OVERDUE
               UNTIL no-more-tasks.

       4050-CHECK-ONE-OVERDUE.
           PERFORM 9250-READ-NEXT-TASK
           IF NOT no-more-tasks
               PERFORM 3500-FIGURE-USAGE
               IF usage-known
                   AND ws-usage > pm-interval
                   AND (pm-run-hours
                        OR ws-current-hours > pm-order-hours)
                   PERFORM 4100-PRINT-OVERDUE
               END-IF
           END-IF.

       4100-PRINT-OVERDUE.
           ADD 1 TO ws-tasks-overdue
           MOVE SPACES TO ws-kl-flag
           IF pm-hard-limit > ZERO
               AND ws-usage > pm-hard-limit
               MOVE "HARD LIMIT" TO ws-kl-flag
               IF NOT pm-limit-alerted
                   PERFORM 4200-QUEUE-LIMIT-ALERT
               END-IF
           END-IF
           PERFORM 3800-PRINT-TASK-LINE.

       4200-QUEUE-LIMIT-ALERT.
           MOVE pm-machine-id TO alert-machine-id
           MOVE "PM HARD LIMIT" TO alert-type
           MOVE ZERO TO alert-current-speed
           MOVE SPACE TO alert-severity-hint
           MOVE FUNCTION CURRENT-DATE TO alert-timestamp
           WRITE alert-queue-record
           ADD 1 TO ws-alerts-queued
           SET pm-limit-alerted TO TRUE
           REWRITE pm-schedule-record
           IF ws-pm-schedule-status NOT = "00"
               DISPLAY "PMSCHED REWRITE FAILED, STATUS "
                   ws-pm-schedule-status " FOR " pm-key
           END-IF.

       5000-FINALIZE.
           IF run-hours-open
               CLOSE run-hour-file
           END-IF
           CLOSE pm-schedule, work-order-file, alert-queue-file,
               report-out
           DISPLAY "PM DUE RUN COMPLETE"
           DISPLAY "  TRANSACTIONS READ:    " ws-txns-read
           DISPLAY "  APPLIED:              " ws-txns-applied
           DISPLAY "  REJECTED:             " ws-txns-rejected
           DISPLAY "  TASKS ON SCHEDULE:    " ws-tasks-read
           DISPLAY "  WORK ORDERS CUT:      " ws-orders-cut
           DISPLAY "  TASKS OVERDUE:        " ws-tasks-overdue
           DISPLAY "  HARD-LIMIT ALERTS:    " ws-alerts-queued
           DISPLAY "  NOT EVALUATED:        " ws-tasks-unevaluated.

      *> Whole run-hours on rh-machine-id's counter; a machine that
      *> has never run in band has no counter and zero hours.
       9100-READ-RUN-HOURS.
           MOVE ZERO TO ws-current-hours
           IF run-hours-open
               READ run-hour-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE ws-current-hours =
                           rh-run-seconds / 3600
               END-READ
           END-IF.

       9200-START-SCHEDULE.
           MOVE LOW-VALUES TO pm-key
           START pm-schedule KEY IS >= pm-key
               INVALID KEY
                   SET no-more-tasks TO TRUE
           END-START.

       9250-READ-NEXT-TASK.
           READ pm-schedule NEXT RECORD
               AT END
                   SET no-more-tasks TO TRUE
           END-READ.

      *> One start and one end stamp per run, appended to the
      *> shared step-timing log the batch-window trend report
      *> pairs up.  EXTEND with the first-run OUTPUT fallback, the
      *> same pattern the RUNSTATS writers use.
       9800-LOG-STEP-START.
           MOVE "S" TO stp-phase
           PERFORM 9850-WRITE-STEP-STAMP.

       9810-LOG-STEP-END.
           MOVE "E" TO stp-phase
           PERFORM 9850-WRITE-STEP-STAMP.

       9850-WRITE-STEP-STAMP.
           OPEN EXTEND step-timing
           IF ws-step-timing-status NOT = "00"
               OPEN OUTPUT step-timing
           END-IF
           MOVE "PMDUE" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
