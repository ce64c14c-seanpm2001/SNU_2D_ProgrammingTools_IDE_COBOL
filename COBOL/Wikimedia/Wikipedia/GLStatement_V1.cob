      *> closing balance, and the period's net activity against the
      *> prior period and the same period last year.  Account names
      *> come off COAFILE the way the trial balance resolves them.
      *> Under each account line, every recurring-journal entry
      *> posted to the account in the period is listed off RJLOG
      *> with its template id and description, so a generated
      *> accrual or its reversal traces back to the template that
      *> produced it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-coa-status.

      *> Recurring-journal generation log.  Optional: without it
      *> the statement prints with no trace lines.
           SELECT rj-log-file ASSIGN TO "RJLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rjl-key
               FILE STATUS IS ws-rj-log-status.

      *> Statement period: YYYYMM, columns 1-6.  Mandatory.
           SELECT period-parm ASSIGN TO "STMTPERD"
               ORGANIZATION IS LINE SEQUENTIAL
           05  coa-acct-no             PIC X(6).
           05  coa-acct-name           PIC X(24).

       FD  rj-log-file.
       COPY RJLOG.

       FD  period-parm.
       01  period-parm-line           PIC X(6).

       01  ws-file-status.
           05  ws-gl-balance-status    PIC XX.
           05  ws-coa-status           PIC XX.
           05  ws-rj-log-status        PIC XX.
           05  ws-period-parm-status   PIC XX.
           05  ws-report-out-status    PIC XX.

           05  compare-found-sw        PIC X VALUE "N".
               88  compare-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-log-sw          PIC X VALUE "N".
               88  no-more-log         VALUE "Y".

       01  ws-stmt-period              PIC 9(6).
       01  ws-prior-period             PIC 9(6).
               10  ws-acct-no          PIC X(6).
               10  ws-acct-name        PIC X(24).

      *> Recurring-journal entries posted in the statement period:
      *> generated entries logged under it, and reversals posted
      *> on a business date inside it.
       01  ws-recur-table.
           05  ws-recur-count          PIC 9(4) VALUE ZERO.
           05  ws-recur-tbl OCCURS 500 TIMES INDEXED BY recur-idx.
               10  ws-recur-template-id PIC X(8).
               10  ws-recur-entry-type PIC X.
               10  ws-recur-description PIC X(24).
               10  ws-recur-debit-acct PIC X(6).
               10  ws-recur-credit-acct PIC X(6).
               10  ws-recur-amount     PIC 9(9)V99.

       01  ws-trace-line.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  ws-trl-entry-label      PIC X(10).
           05  ws-trl-template-id      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-trl-description      PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-trl-side             PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-trl-amount           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  ws-closing-balance          PIC S9(11)V99.
       01  ws-this-activity            PIC S9(11)V99.
       01  ws-prior-activity           PIC S9(11)V99.
               PERFORM 1300-LOAD-CHART
                   UNTIL no-more-coa
               CLOSE coa-file
               PERFORM 1400-LOAD-RECURRING-ENTRIES
               OPEN INPUT gl-balance-file
               OPEN OUTPUT report-out
               MOVE SPACES TO report-line
                   END-IF
           END-READ.

       1400-LOAD-RECURRING-ENTRIES.
           OPEN INPUT rj-log-file
           IF ws-rj-log-status = "00"
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
                           IF (rjl-generated
                                   AND rjl-period = ws-stmt-period)
                               OR (rjl-reversal
                                   AND rjl-post-date (1:6)
                                       = ws-stmt-period)
                               PERFORM 1450-TABLE-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE rj-log-file
           END-IF.

       1450-TABLE-ONE-ENTRY.
           IF ws-recur-count < 500
               ADD 1 TO ws-recur-count
               SET recur-idx TO ws-recur-count
               MOVE rjl-template-id
                   TO ws-recur-template-id (recur-idx)
               MOVE rjl-entry-type TO ws-recur-entry-type (recur-idx)
               MOVE rjl-description
                   TO ws-recur-description (recur-idx)
               MOVE rjl-debit-acct TO ws-recur-debit-acct (recur-idx)
               MOVE rjl-credit-acct
                   TO ws-recur-credit-acct (recur-idx)
               MOVE rjl-amount TO ws-recur-amount (recur-idx)
           ELSE
               DISPLAY "RJLOG OVER 500 ENTRIES - " rjl-template-id
                   " NOT TRACED"
           END-IF.

      *> The browse runs the whole master in key order; only the
      *> statement period's records print, and the two comparison
      *> figures are keyed reads that re-position the browse, so
           MOVE ws-lastyear-activity TO ws-stl-lastyear
           MOVE ws-stmt-line TO report-line
           WRITE report-line
           PERFORM 2150-PRINT-RECURRING-TRACE
               VARYING recur-idx FROM 1 BY 1
               UNTIL recur-idx > ws-recur-count
           PERFORM 2400-REPOSITION-BROWSE.

       2150-PRINT-RECURRING-TRACE.
           IF ws-recur-debit-acct (recur-idx) = ws-stl-acct
               OR ws-recur-credit-acct (recur-idx) = ws-stl-acct
               IF ws-recur-entry-type (recur-idx) = "R"
                   MOVE "REVERSAL  " TO ws-trl-entry-label
               ELSE
                   MOVE "RECURRING " TO ws-trl-entry-label
               END-IF
               MOVE ws-recur-template-id (recur-idx)
                   TO ws-trl-template-id
               MOVE ws-recur-description (recur-idx)
                   TO ws-trl-description
               IF ws-recur-debit-acct (recur-idx) = ws-stl-acct
                   MOVE "DR" TO ws-trl-side
               ELSE
                   MOVE "CR" TO ws-trl-side
               END-IF
               MOVE ws-recur-amount (recur-idx) TO ws-trl-amount
               MOVE ws-trace-line TO report-line
               WRITE report-line
           END-IF.

       2200-RESOLVE-NAME.
           MOVE SPACES TO ws-stmt-acct-name
           SET acct-idx TO 1
