       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUR-JRNL-GEN-V1.
      *> Recurring and auto-reversing GL journal generation.  Runs
      *> every night off the date-control record and usually finds
      *> nothing to do; it acts on two nights a period:
      *>   - on the month-end business date (the DATECTL month-end
      *>     flag) every RJTMPL template due in the period posts
      *>     its debit and credit legs;
      *>   - on the first business date of a period (the prior
      *>     business date falls in another month) every entry
      *>     posted for the period before with the reverse flag set
      *>     posts again with the legs swapped.  Reversals come off
      *>     the RJLOG record of what was actually posted, not off
      *>     the template, so a template changed or deleted in the
      *>     meantime still reverses exactly what it posted.
      *> The legs go to GLRECUR in GLTRANS card layout, which the
      *> JCL concatenates into the trial balance and GL posting
      *> input the way GLWRTOFF is.  Every leg pair is logged on
      *> RJLOG under its template, period and entry type before
      *> the run ends; a key already on the log is not posted
      *> again, so a rerun of the night cannot double an entry,
      *> and the GL statement traces each generated posting back
      *> to its template off the same log.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-date-control-status.

           SELECT rj-template-file ASSIGN TO "RJTMPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-template-status.

           SELECT rj-log-file ASSIGN TO "RJLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rjl-key
               FILE STATUS IS ws-rj-log-status.

      *> Tonight's generated GL legs, in GLTRANS card layout,
      *> concatenated into the trial balance input.  The nightly
      *> chain empties the file once the trial balance has posted
      *> it, so a generation night's legs post exactly once.
           SELECT recur-gl ASSIGN TO "GLRECUR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-recur-gl-status.

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
       FD  date-control
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  rj-template-file.
       COPY RJTMPL.

       FD  rj-log-file.
       COPY RJLOG.

      *> Same card layout TRIAL-BALANCE-V1 reads as GLTRANS.
       FD  recur-gl
           RECORDING MODE IS F.
       01  recur-gl-record.
           05  rgl-acct-no             PIC X(6).
           05  rgl-debit-amount        PIC 9(9)V99.
           05  rgl-credit-amount       PIC 9(9)V99.

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-date-control-status  PIC XX.
           05  ws-template-status      PIC XX.
           05  ws-rj-log-status        PIC XX.
           05  ws-recur-gl-status      PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-templates-sw    PIC X VALUE "N".
               88  no-more-templates   VALUE "Y".
           05  no-more-log-sw          PIC X VALUE "N".
               88  no-more-log         VALUE "Y".
           05  log-found-sw            PIC X VALUE "N".
               88  log-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  template-file-open-sw   PIC X VALUE "N".
               88  template-file-open  VALUE "Y".
           05  template-due-sw         PIC X VALUE "N".
               88  template-due
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-business-date            PIC 9(8).
       01  ws-current-period           PIC 9(6).
       01  ws-prior-period             PIC 9(6).
       01  ws-period-work.
           05  ws-pw-year              PIC 9(4).
           05  ws-pw-month             PIC 9(2).
       01  ws-period-work-n REDEFINES ws-period-work
                                       PIC 9(6).
       01  ws-current-month-number     PIC 9(7).
       01  ws-start-month-number       PIC 9(7).
       01  ws-months-since-start       PIC 9(7).
       01  ws-interval                 PIC 9(2).
       01  ws-interval-quotient        PIC 9(7).
       01  ws-interval-remainder       PIC 9(2).

      *> Entries of the prior period awaiting reversal, gathered in
      *> one pass of the log before any reversal is written to it.
       01  ws-reversal-table.
           05  ws-rev-count            PIC 9(4) VALUE ZERO.
           05  ws-rev-tbl OCCURS 500 TIMES INDEXED BY rev-idx.
               10  ws-rev-template-id  PIC X(8).
               10  ws-rev-description  PIC X(24).
               10  ws-rev-debit-acct   PIC X(6).
               10  ws-rev-credit-acct  PIC X(6).
               10  ws-rev-amount       PIC 9(9)V99.

       01  ws-run-totals.
           05  ws-entries-generated    PIC 9(5) VALUE ZERO.
           05  ws-entries-reversed     PIC 9(5) VALUE ZERO.
           05  ws-entries-skipped      PIC 9(5) VALUE ZERO.
           05  ws-amount-generated     PIC 9(11)V99 VALUE ZERO.
           05  ws-amount-reversed      PIC 9(11)V99 VALUE ZERO.

       01  ws-register-line.
           05  ws-reg-entry-type       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-template-id      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-description      PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-reg-debit-acct       PIC X(6).
           05  FILLER                  PIC X(1) VALUE "/".
           05  ws-reg-credit-acct      PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-reg-amount           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF ws-prior-period NOT = ws-current-period
               PERFORM 2000-REVERSE-PRIOR-PERIOD
           END-IF
           IF dctl-month-end
               PERFORM 3000-GENERATE-DUE-ENTRIES
           END-IF
           PERFORM 4000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT date-control
           IF ws-date-control-status NOT = "00"
               DISPLAY "DATECTL NOT AVAILABLE - STATUS "
                   ws-date-control-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ date-control
               AT END
                   DISPLAY "DATECTL EMPTY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE date-control
           MOVE dctl-business-date TO ws-business-date
           MOVE dctl-business-date (1:6) TO ws-current-period
           MOVE dctl-prior-business-date (1:6) TO ws-prior-period
           OPEN I-O rj-log-file
           IF ws-rj-log-status NOT = "00"
               OPEN OUTPUT rj-log-file
               CLOSE rj-log-file
               OPEN I-O rj-log-file
           END-IF
           OPEN OUTPUT recur-gl
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "RECURRING JOURNAL GENERATION - BUSINESS DATE "
               ws-business-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

      *> First business date of the period: back out every entry
      *> the prior period's month-end posted with the reverse flag
      *> set, unless this entry's reversal is already on the log.
       2000-REVERSE-PRIOR-PERIOD.
           MOVE LOW-VALUES TO rjl-key
           START rj-log-file KEY IS >= rjl-key
               INVALID KEY
                   SET no-more-log TO TRUE
           END-START
           PERFORM UNTIL no-more-log
               READ rj-log-file NEXT RECORD
                   AT END
                       SET no-more-log TO TRUE
                   NOT AT END
                       IF rjl-generated
                           AND rjl-period = ws-prior-period
                           AND rjl-auto-reverse
                           PERFORM 2050-TABLE-ONE-REVERSAL
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING rev-idx FROM 1 BY 1
                   UNTIL rev-idx > ws-rev-count
               PERFORM 2100-POST-ONE-REVERSAL
           END-PERFORM.

       2050-TABLE-ONE-REVERSAL.
           IF ws-rev-count < 500
               ADD 1 TO ws-rev-count
               SET rev-idx TO ws-rev-count
               MOVE rjl-template-id TO ws-rev-template-id (rev-idx)
               MOVE rjl-description TO ws-rev-description (rev-idx)
               MOVE rjl-debit-acct TO ws-rev-debit-acct (rev-idx)
               MOVE rjl-credit-acct TO ws-rev-credit-acct (rev-idx)
               MOVE rjl-amount TO ws-rev-amount (rev-idx)
           ELSE
               DISPLAY "RJLOG OVER 500 REVERSALS - "
                   rjl-template-id " NOT REVERSED"
           END-IF.

       2100-POST-ONE-REVERSAL.
           MOVE ws-rev-template-id (rev-idx) TO rjl-template-id
           MOVE ws-prior-period TO rjl-period
           SET rjl-reversal TO TRUE
           PERFORM 5000-CHECK-LOG
           IF log-found
               ADD 1 TO ws-entries-skipped
           ELSE
               MOVE ws-rev-template-id (rev-idx) TO rjl-template-id
               MOVE ws-prior-period TO rjl-period
               SET rjl-reversal TO TRUE
               MOVE ws-business-date TO rjl-post-date
               MOVE ws-rev-description (rev-idx) TO rjl-description
               MOVE ws-rev-credit-acct (rev-idx) TO rjl-debit-acct
               MOVE ws-rev-debit-acct (rev-idx) TO rjl-credit-acct
               MOVE ws-rev-amount (rev-idx) TO rjl-amount
               MOVE "N" TO rjl-reverse-flag
               PERFORM 5100-POST-AND-LOG
               MOVE "REVERSAL" TO ws-reg-entry-type
               PERFORM 5200-PRINT-REGISTER-LINE
               ADD 1 TO ws-entries-reversed
               ADD rjl-amount TO ws-amount-reversed
           END-IF.

      *> Month-end: every template inside its start/end range whose
      *> frequency falls due this period.
       3000-GENERATE-DUE-ENTRIES.
           MOVE ws-current-period TO ws-period-work-n
           COMPUTE ws-current-month-number =
               ws-pw-year * 12 + ws-pw-month - 1
           OPEN INPUT rj-template-file
           IF ws-template-status = "00"
               SET template-file-open TO TRUE
           ELSE
               SET no-more-templates TO TRUE
           END-IF
           PERFORM UNTIL no-more-templates
               READ rj-template-file
                   AT END
                       SET no-more-templates TO TRUE
                   NOT AT END
                       PERFORM 3100-CHECK-TEMPLATE-DUE
                       IF template-due
                           PERFORM 3200-POST-ONE-TEMPLATE
                       END-IF
               END-READ
           END-PERFORM
           IF template-file-open
               CLOSE rj-template-file
           END-IF.

       3100-CHECK-TEMPLATE-DUE.
           SET template-due TO FALSE
           IF ws-current-period >= rjt-start-period
               AND (rjt-end-period = ZERO
                   OR ws-current-period <= rjt-end-period)
               MOVE rjt-start-period TO ws-period-work-n
               COMPUTE ws-start-month-number =
                   ws-pw-year * 12 + ws-pw-month - 1
               COMPUTE ws-months-since-start =
                   ws-current-month-number - ws-start-month-number
               EVALUATE TRUE
                   WHEN rjt-quarterly
                       MOVE 3 TO ws-interval
                   WHEN rjt-annual
                       MOVE 12 TO ws-interval
                   WHEN OTHER
                       MOVE 1 TO ws-interval
               END-EVALUATE
               DIVIDE ws-months-since-start BY ws-interval
                   GIVING ws-interval-quotient
                   REMAINDER ws-interval-remainder
               IF ws-interval-remainder = ZERO
                   SET template-due TO TRUE
               END-IF
           END-IF.

       3200-POST-ONE-TEMPLATE.
           MOVE rjt-template-id TO rjl-template-id
           MOVE ws-current-period TO rjl-period
           SET rjl-generated TO TRUE
           PERFORM 5000-CHECK-LOG
           IF log-found
               ADD 1 TO ws-entries-skipped
           ELSE
               MOVE rjt-template-id TO rjl-template-id
               MOVE ws-current-period TO rjl-period
               SET rjl-generated TO TRUE
               MOVE ws-business-date TO rjl-post-date
               MOVE rjt-description TO rjl-description
               MOVE rjt-debit-acct TO rjl-debit-acct
               MOVE rjt-credit-acct TO rjl-credit-acct
               MOVE rjt-amount TO rjl-amount
               MOVE rjt-reverse-flag TO rjl-reverse-flag
               PERFORM 5100-POST-AND-LOG
               MOVE "RECURRNG" TO ws-reg-entry-type
               PERFORM 5200-PRINT-REGISTER-LINE
               ADD 1 TO ws-entries-generated
               ADD rjl-amount TO ws-amount-generated
           END-IF.

       4000-FINALIZE.
           CLOSE rj-log-file, recur-gl, report-out
           DISPLAY "RECURRING JOURNAL GENERATION COMPLETE"
           DISPLAY "  ENTRIES GENERATED:  " ws-entries-generated
           DISPLAY "  AMOUNT GENERATED:   " ws-amount-generated
           DISPLAY "  ENTRIES REVERSED:   " ws-entries-reversed
           DISPLAY "  AMOUNT REVERSED:    " ws-amount-reversed
           DISPLAY "  ALREADY ON RJLOG:   " ws-entries-skipped.

       5000-CHECK-LOG.
           SET log-found TO FALSE
           READ rj-log-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET log-found TO TRUE
           END-READ.

      *> One balanced pair per entry: the debit leg, the credit
      *> leg, then the log record that traces both to the template.
       5100-POST-AND-LOG.
           MOVE rjl-debit-acct TO rgl-acct-no
           MOVE rjl-amount TO rgl-debit-amount
           MOVE ZERO TO rgl-credit-amount
           WRITE recur-gl-record
           MOVE rjl-credit-acct TO rgl-acct-no
           MOVE ZERO TO rgl-debit-amount
           MOVE rjl-amount TO rgl-credit-amount
           WRITE recur-gl-record
           MOVE FUNCTION CURRENT-DATE TO rjl-timestamp
           WRITE rj-log-record.

       5200-PRINT-REGISTER-LINE.
           MOVE rjl-template-id TO ws-reg-template-id
           MOVE rjl-description TO ws-reg-description
           MOVE rjl-debit-acct TO ws-reg-debit-acct
           MOVE rjl-credit-acct TO ws-reg-credit-acct
           MOVE rjl-amount TO ws-reg-amount
           MOVE ws-register-line TO report-line
           WRITE report-line.

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
           MOVE "RJGEN" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
