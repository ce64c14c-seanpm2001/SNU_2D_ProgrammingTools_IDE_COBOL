       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE-V1.
      *> Fiscal year-end close on the GL balance master.  Runs off
      *> the date-control record: on the December month-end
      *> business date (the DATECTL month-end flag, the fiscal year
      *> following the calendar year as the chart always has) it
      *> closes the year; on any other night it says so and stops.
      *>
      *> Every COAFILE account is classified by the chart's number
      *> ranges -- below 400000 balance sheet, 400000 and up income
      *> statement -- and the December closing balances are swept
      *> off GLBALMST into the same table.  A balance-master
      *> account missing from the chart is still closed, by its
      *> number, and flagged on the listing.  The run then:
      *>   - prints the pre-close trial balance, every account with
      *>     its classification; an out-of-balance ledger is not
      *>     closed (RETURN-CODE 8);
      *>   - posts a closing entry against each income-statement
      *>     account that zeroes it, and one net entry to retained
      *>     earnings, into December's period activity so the GL
      *>     statement shows them; each entry is listed and written
      *>     to YEJRNL in GLTRANS card layout as the year's closing
      *>     journal;
      *>   - opens January of the new year with the balance-sheet
      *>     accounts' closing balances and a zero opening on every
      *>     income-statement account;
      *>   - prints the post-close trial balance from those
      *>     openings;
      *>   - marks the year closed on FISCALYR, which the GL posting
      *>     step checks before it posts a night's journal.
      *> Runs ahead of the month-end close, so PERIOD-CLOSE-V1's
      *> December roll finds the income-statement accounts already
      *> at zero and carries the closed year's figures unchanged.
      *> A year already closed ends with RETURN-CODE 4 and touches
      *> nothing; a missing chart, date-control record or
      *> retained-earnings account ends with RETURN-CODE 12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-date-control-status.

           SELECT coa-file ASSIGN TO "COAFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-coa-status.

           SELECT gl-balance-file ASSIGN TO "GLBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS glb-key
               FILE STATUS IS ws-gl-balance-status.

           SELECT fiscal-year-file ASSIGN TO "FISCALYR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fy-year
               FILE STATUS IS ws-fiscal-year-status.

      *> The year's closing journal, in GLTRANS card layout.  The
      *> entries are already on the balance master; this is the
      *> record of them, not a posting stream.
           SELECT closing-journal ASSIGN TO "YEJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-closing-journal-status.

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

      *> Chart-of-accounts card: account number (6), account name (24).
       FD  coa-file.
       01  coa-record.
           05  coa-acct-no             PIC X(6).
           05  coa-acct-name           PIC X(24).

       FD  gl-balance-file.
       COPY GLBALREC.

       FD  fiscal-year-file.
       COPY FISCALYR.

      *> Same card layout TRIAL-BALANCE-V1 reads as GLTRANS.
       FD  closing-journal
           RECORDING MODE IS F.
       01  closing-journal-record.
           05  yej-acct-no             PIC X(6).
           05  yej-debit-amount        PIC 9(9)V99.
           05  yej-credit-amount       PIC 9(9)V99.

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-date-control-status  PIC XX.
           05  ws-coa-status           PIC XX.
           05  ws-gl-balance-status    PIC XX.
           05  ws-fiscal-year-status   PIC XX.
           05  ws-closing-journal-status PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  year-end-night-sw       PIC X VALUE "N".
               88  year-end-night      VALUE "Y".
           05  close-allowed-sw        PIC X VALUE "N".
               88  close-allowed
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  gl-files-open-sw        PIC X VALUE "N".
               88  gl-files-open       VALUE "Y".
           05  fy-on-file-sw           PIC X VALUE "N".
               88  fy-on-file
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-coa-sw          PIC X VALUE "N".
               88  no-more-coa         VALUE "Y".
           05  no-more-balances-sw     PIC X VALUE "N".
               88  no-more-balances    VALUE "Y".
           05  acct-found-sw           PIC X VALUE "N".
               88  acct-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  balance-found-sw        PIC X VALUE "N".
               88  balance-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  tb-post-close-sw        PIC X VALUE "N".
               88  tb-post-close
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  tb-in-balance-sw        PIC X VALUE "N".
               88  tb-in-balance
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-business-date            PIC 9(8).
       01  ws-fiscal-year              PIC 9(4).
       01  ws-close-period             PIC 9(6).
       01  ws-prior-period             PIC 9(6).
       01  ws-open-period              PIC 9(6).
       01  ws-tb-period                PIC 9(6).
       01  ws-tb-title                 PIC X(32).

      *> Retained-earnings account on COAFILE, and the first
      *> income-statement account number by the chart's convention
      *> -- the same split PERIOD-CLOSE-V1 rolls December by.
       01  ws-acct-retained            PIC X(6) VALUE "300000".
       01  ws-first-income-acct        PIC X(6) VALUE "400000".

      *> The chart and the balance master's December closing
      *> balances, one entry per account, closed and reopened from
      *> here -- writing into the file mid-browse would lose the
      *> read position.
       01  ws-account-table.
           05  ws-acct-count           PIC 9(4) VALUE ZERO.
           05  ws-acct-tbl OCCURS 200 TIMES
                   INDEXED BY acct-idx, retained-idx.
               10  ws-acct-no          PIC X(6).
               10  ws-acct-name        PIC X(24).
               10  ws-acct-class       PIC X.
                   88  ws-acct-balance-sheet VALUE "B".
                   88  ws-acct-income-stmt   VALUE "I".
               10  ws-acct-on-master   PIC X.
                   88  ws-acct-has-balance   VALUE "Y".
               10  ws-acct-closing     PIC S9(11)V99.
       01  ws-lookup-acct              PIC X(6).

       01  ws-closing-entry.
           05  ws-entry-acct           PIC X(6).
           05  ws-entry-name           PIC X(24).
           05  ws-entry-debit          PIC 9(11)V99.
           05  ws-entry-credit         PIC 9(11)V99.
           05  ws-entry-new-closing    PIC S9(11)V99.
       01  ws-prior-opening            PIC S9(11)V99.
       01  ws-open-balance             PIC S9(11)V99.
       01  ws-net-to-retained          PIC S9(11)V99 VALUE ZERO.

       01  ws-run-totals.
           05  ws-tb-debits            PIC 9(13)V99.
           05  ws-tb-credits           PIC 9(13)V99.
           05  ws-entries-posted       PIC 9(5) VALUE ZERO.
           05  ws-closing-debits       PIC 9(13)V99 VALUE ZERO.
           05  ws-closing-credits      PIC 9(13)V99 VALUE ZERO.
           05  ws-accounts-opened      PIC 9(5) VALUE ZERO.

       01  ws-tb-line.
           05  ws-tb-acct              PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-tb-name              PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-tb-class             PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-tb-debit             PIC Z,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-tb-credit            PIC Z,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  ws-tb-total-line.
           05  FILLER                  PIC X(37)
                   VALUE "        CONTROL TOTAL".
           05  ws-tbt-debit            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-tbt-credit           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  ws-entry-line.
           05  ws-ent-acct             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ent-name             PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ent-side             PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-ent-amount           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  ws-net-line.
           05  FILLER                  PIC X(40)
                   VALUE "NET INCOME CLOSED TO RETAINED EARNINGS".
           05  ws-net-income           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF year-end-night
               PERFORM 1500-CHECK-FISCAL-YEAR
           END-IF
           IF close-allowed
               PERFORM 2000-LOAD-CHART-OF-ACCOUNTS
           END-IF
           IF close-allowed
               PERFORM 2500-COLLECT-CLOSING-BALANCES
               SET tb-post-close TO FALSE
               MOVE "PRE-CLOSE TRIAL BALANCE" TO ws-tb-title
               MOVE ws-close-period TO ws-tb-period
               PERFORM 3000-PRINT-TRIAL-BALANCE
               IF NOT tb-in-balance
                   DISPLAY "PRE-CLOSE TRIAL BALANCE OUT OF BALANCE"
                       " - YEAR NOT CLOSED"
                   MOVE 8 TO RETURN-CODE
                   SET close-allowed TO FALSE
               END-IF
           END-IF
           IF close-allowed
               PERFORM 4000-POST-CLOSING-ENTRIES
               PERFORM 5000-OPEN-NEW-YEAR
               SET tb-post-close TO TRUE
               MOVE "POST-CLOSE TRIAL BALANCE" TO ws-tb-title
               MOVE ws-open-period TO ws-tb-period
               PERFORM 3000-PRINT-TRIAL-BALANCE
               IF NOT tb-in-balance
                   DISPLAY "POST-CLOSE TRIAL BALANCE OUT OF BALANCE"
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 7000-LOCK-FISCAL-YEAR
           END-IF
           PERFORM 8000-FINALIZE
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
           MOVE dctl-business-date (1:4) TO ws-fiscal-year
           COMPUTE ws-close-period = ws-fiscal-year * 100 + 12
           COMPUTE ws-prior-period = ws-fiscal-year * 100 + 11
           COMPUTE ws-open-period = (ws-fiscal-year + 1) * 100 + 1
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "FISCAL YEAR-END CLOSE - BUSINESS DATE "
               ws-business-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           IF dctl-month-end
               AND dctl-business-date (5:2) = "12"
               SET year-end-night TO TRUE
           ELSE
               MOVE "NOT THE FISCAL YEAR-END BUSINESS DATE - NO CLOSE"
                   TO report-line
               WRITE report-line
               DISPLAY "BUSINESS DATE " ws-business-date
                   " IS NOT FISCAL YEAR-END - NO CLOSE"
           END-IF.

      *> A year closed once stays closed: the original close stamp
      *> and figures stand, and nothing is posted twice.
       1500-CHECK-FISCAL-YEAR.
           OPEN I-O fiscal-year-file
           IF ws-fiscal-year-status NOT = "00"
               OPEN OUTPUT fiscal-year-file
               CLOSE fiscal-year-file
               OPEN I-O fiscal-year-file
           END-IF
           SET fy-on-file TO FALSE
           MOVE ws-fiscal-year TO fy-year
           READ fiscal-year-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET fy-on-file TO TRUE
           END-READ
           IF fy-on-file AND fy-closed
               DISPLAY "FISCAL YEAR " ws-fiscal-year
                   " ALREADY CLOSED AT " fy-close-timestamp
               MOVE SPACES TO report-line
               STRING "FISCAL YEAR " ws-fiscal-year
                   " ALREADY CLOSED AT " fy-close-timestamp
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
               MOVE 4 TO RETURN-CODE
           ELSE
               SET close-allowed TO TRUE
           END-IF.

       2000-LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT coa-file
           IF ws-coa-status NOT = "00"
               DISPLAY "COAFILE NOT AVAILABLE - STATUS "
                   ws-coa-status
               MOVE 12 TO RETURN-CODE
               SET close-allowed TO FALSE
           ELSE
               PERFORM 2100-LOAD-ONE-ACCOUNT
                   UNTIL no-more-coa
               CLOSE coa-file
               MOVE ws-acct-retained TO ws-lookup-acct
               PERFORM 2300-FIND-ACCOUNT
               IF acct-found
                   SET retained-idx TO acct-idx
               ELSE
                   DISPLAY "RETAINED EARNINGS ACCOUNT "
                       ws-acct-retained " NOT ON COAFILE"
                   MOVE 12 TO RETURN-CODE
                   SET close-allowed TO FALSE
               END-IF
           END-IF.

      *> An account left out of the table would be left unclosed,
      *> so a full table stops the close rather than skip it.
       2100-LOAD-ONE-ACCOUNT.
           READ coa-file
               AT END
                   SET no-more-coa TO TRUE
               NOT AT END
                   IF ws-acct-count < 200
                       ADD 1 TO ws-acct-count
                       SET acct-idx TO ws-acct-count
                       MOVE coa-acct-no TO ws-acct-no (acct-idx)
                       MOVE coa-acct-name TO ws-acct-name (acct-idx)
                       PERFORM 2150-CLASSIFY-ACCOUNT
                   ELSE
                       DISPLAY "CHART TABLE FULL - " coa-acct-no
                           " - YEAR NOT CLOSED"
                       MOVE 12 TO RETURN-CODE
                       SET close-allowed TO FALSE
                   END-IF
           END-READ.

       2150-CLASSIFY-ACCOUNT.
           IF ws-acct-no (acct-idx) < ws-first-income-acct
               SET ws-acct-balance-sheet (acct-idx) TO TRUE
           ELSE
               SET ws-acct-income-stmt (acct-idx) TO TRUE
           END-IF
           MOVE "N" TO ws-acct-on-master (acct-idx)
           MOVE ZERO TO ws-acct-closing (acct-idx).

       2300-FIND-ACCOUNT.
           SET acct-found TO FALSE
           SET acct-idx TO 1
           SEARCH ws-acct-tbl
               AT END
                   CONTINUE
               WHEN acct-idx > ws-acct-count
                   CONTINUE
               WHEN ws-acct-no (acct-idx) = ws-lookup-acct
                   SET acct-found TO TRUE
           END-SEARCH.

       2500-COLLECT-CLOSING-BALANCES.
           OPEN I-O gl-balance-file
           IF ws-gl-balance-status NOT = "00"
               OPEN OUTPUT gl-balance-file
               CLOSE gl-balance-file
               OPEN I-O gl-balance-file
           END-IF
           OPEN OUTPUT closing-journal
           SET gl-files-open TO TRUE
           MOVE LOW-VALUES TO glb-key
           START gl-balance-file KEY IS >= glb-key
               INVALID KEY
                   SET no-more-balances TO TRUE
           END-START
           PERFORM UNTIL no-more-balances
               READ gl-balance-file NEXT RECORD
                   AT END
                       SET no-more-balances TO TRUE
                   NOT AT END
                       IF glb-period = ws-close-period
                           PERFORM 2550-TABLE-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       2550-TABLE-ONE-BALANCE.
           MOVE glb-acct-no TO ws-lookup-acct
           PERFORM 2300-FIND-ACCOUNT
           IF NOT acct-found
               IF ws-acct-count < 200
                   ADD 1 TO ws-acct-count
                   SET acct-idx TO ws-acct-count
                   MOVE glb-acct-no TO ws-acct-no (acct-idx)
                   MOVE "** NOT ON COAFILE **"
                       TO ws-acct-name (acct-idx)
                   PERFORM 2150-CLASSIFY-ACCOUNT
                   SET acct-found TO TRUE
               ELSE
                   DISPLAY "CHART TABLE FULL - " glb-acct-no
                       " - YEAR NOT CLOSED"
                   MOVE 12 TO RETURN-CODE
                   SET close-allowed TO FALSE
               END-IF
           END-IF
           IF acct-found
               MOVE "Y" TO ws-acct-on-master (acct-idx)
               COMPUTE ws-acct-closing (acct-idx) =
                   glb-opening-balance
                   + glb-period-debits
                   - glb-period-credits
           END-IF.

      *> Debit-positive balances print in the debit column, the
      *> rest in the credit column.  The post-close listing drops
      *> the income-statement accounts the close has zeroed, so it
      *> shows exactly what the new year opens with.
       3000-PRINT-TRIAL-BALANCE.
           MOVE ZERO TO ws-tb-debits
           MOVE ZERO TO ws-tb-credits
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING ws-tb-title DELIMITED BY "  "
               " - PERIOD " ws-tb-period
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE "ACCOUNT" TO report-line (1:7)
           MOVE "NAME" TO report-line (9:4)
           MOVE "CL" TO report-line (35:2)
           MOVE "DEBIT" TO report-line (50:5)
           MOVE "CREDIT" TO report-line (67:6)
           WRITE report-line
           PERFORM VARYING acct-idx FROM 1 BY 1
                   UNTIL acct-idx > ws-acct-count
               PERFORM 3100-PRINT-TB-LINE
           END-PERFORM
           MOVE ws-tb-debits TO ws-tbt-debit
           MOVE ws-tb-credits TO ws-tbt-credit
           MOVE ws-tb-total-line TO report-line
           WRITE report-line
           IF ws-tb-debits = ws-tb-credits
               SET tb-in-balance TO TRUE
           ELSE
               SET tb-in-balance TO FALSE
               MOVE "        *** OUT OF BALANCE ***" TO report-line
               WRITE report-line
           END-IF.

       3100-PRINT-TB-LINE.
           IF tb-post-close
               AND ws-acct-income-stmt (acct-idx)
               AND ws-acct-closing (acct-idx) = ZERO
               CONTINUE
           ELSE
               MOVE ws-acct-no (acct-idx) TO ws-tb-acct
               MOVE ws-acct-name (acct-idx) TO ws-tb-name
               IF ws-acct-balance-sheet (acct-idx)
                   MOVE "BS" TO ws-tb-class
               ELSE
                   MOVE "IS" TO ws-tb-class
               END-IF
               IF ws-acct-closing (acct-idx) > ZERO
                   MOVE ws-acct-closing (acct-idx) TO ws-tb-debit
                   MOVE ZERO TO ws-tb-credit
                   ADD ws-acct-closing (acct-idx) TO ws-tb-debits
               ELSE
                   MOVE ZERO TO ws-tb-debit
                   COMPUTE ws-tb-credit =
                       0 - ws-acct-closing (acct-idx)
                   SUBTRACT ws-acct-closing (acct-idx)
                       FROM ws-tb-credits
               END-IF
               MOVE ws-tb-line TO report-line
               WRITE report-line
           END-IF.

      *> One entry per income-statement account with a balance,
      *> taking it to zero, then one net entry to retained
      *> earnings.  In the debit-positive convention the accounts'
      *> closing balances sum to the net result: a profitable year
      *> sums negative and credits retained earnings.
       4000-POST-CLOSING-ENTRIES.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "CLOSING ENTRIES - PERIOD " ws-close-period
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE ZERO TO ws-net-to-retained
           PERFORM VARYING acct-idx FROM 1 BY 1
                   UNTIL acct-idx > ws-acct-count
               IF ws-acct-income-stmt (acct-idx)
                   AND ws-acct-closing (acct-idx) NOT = ZERO
                   PERFORM 4100-CLOSE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           IF ws-net-to-retained NOT = ZERO
               PERFORM 4200-POST-RETAINED-EARNINGS
           END-IF
           COMPUTE ws-net-income = 0 - ws-net-to-retained
           MOVE ws-net-line TO report-line
           WRITE report-line.

       4100-CLOSE-ONE-ACCOUNT.
           MOVE ws-acct-no (acct-idx) TO ws-entry-acct
           MOVE ws-acct-name (acct-idx) TO ws-entry-name
           IF ws-acct-closing (acct-idx) > ZERO
               MOVE ZERO TO ws-entry-debit
               MOVE ws-acct-closing (acct-idx) TO ws-entry-credit
           ELSE
               COMPUTE ws-entry-debit =
                   0 - ws-acct-closing (acct-idx)
               MOVE ZERO TO ws-entry-credit
           END-IF
           ADD ws-acct-closing (acct-idx) TO ws-net-to-retained
           PERFORM 4300-APPLY-CLOSING-ENTRY
           MOVE ws-entry-new-closing TO ws-acct-closing (acct-idx).

       4200-POST-RETAINED-EARNINGS.
           MOVE ws-acct-retained TO ws-entry-acct
           MOVE ws-acct-name (retained-idx) TO ws-entry-name
           IF ws-net-to-retained > ZERO
               MOVE ws-net-to-retained TO ws-entry-debit
               MOVE ZERO TO ws-entry-credit
           ELSE
               MOVE ZERO TO ws-entry-debit
               COMPUTE ws-entry-credit = 0 - ws-net-to-retained
           END-IF
           PERFORM 4300-APPLY-CLOSING-ENTRY
           MOVE ws-entry-new-closing
               TO ws-acct-closing (retained-idx)
           MOVE "Y" TO ws-acct-on-master (retained-idx).

      *> The entry lands in December's activity on the balance
      *> master, goes on the closing journal, and is listed.
       4300-APPLY-CLOSING-ENTRY.
           SET balance-found TO FALSE
           MOVE ws-entry-acct TO glb-acct-no
           MOVE ws-close-period TO glb-period
           READ gl-balance-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET balance-found TO TRUE
           END-READ
           IF NOT balance-found
               PERFORM 4350-SEED-CLOSE-PERIOD-RECORD
           END-IF
           ADD ws-entry-debit TO glb-period-debits
           ADD ws-entry-credit TO glb-period-credits
           COMPUTE ws-entry-new-closing =
               glb-opening-balance
               + glb-period-debits
               - glb-period-credits
           MOVE FUNCTION CURRENT-DATE TO glb-timestamp
           IF balance-found
               REWRITE gl-balance-record
           ELSE
               WRITE gl-balance-record
                   INVALID KEY
                       DISPLAY "GLBALMST CLOSING WRITE FAILED "
                           glb-acct-no " " glb-period
               END-WRITE
           END-IF
           MOVE ws-entry-acct TO yej-acct-no
           MOVE ws-entry-debit TO yej-debit-amount
           MOVE ws-entry-credit TO yej-credit-amount
           WRITE closing-journal-record
           MOVE ws-entry-acct TO ws-ent-acct
           MOVE ws-entry-name TO ws-ent-name
           IF ws-entry-debit > ZERO
               MOVE "DR" TO ws-ent-side
               MOVE ws-entry-debit TO ws-ent-amount
           ELSE
               MOVE "CR" TO ws-ent-side
               MOVE ws-entry-credit TO ws-ent-amount
           END-IF
           MOVE ws-entry-line TO report-line
           WRITE report-line
           ADD 1 TO ws-entries-posted
           ADD ws-entry-debit TO ws-closing-debits
           ADD ws-entry-credit TO ws-closing-credits.

      *> Only retained earnings can arrive here, and only when it
      *> had no December record: seeded from November's closing
      *> the way the nightly posting step seeds a first touch.
       4350-SEED-CLOSE-PERIOD-RECORD.
           MOVE ZERO TO ws-prior-opening
           MOVE ws-entry-acct TO glb-acct-no
           MOVE ws-prior-period TO glb-period
           READ gl-balance-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE ws-prior-opening =
                       glb-opening-balance
                       + glb-period-debits - glb-period-credits
           END-READ
           MOVE ws-entry-acct TO glb-acct-no
           MOVE ws-close-period TO glb-period
           MOVE ws-prior-opening TO glb-opening-balance
           MOVE ZERO TO glb-period-debits
           MOVE ZERO TO glb-period-credits.

      *> January opens with the balance-sheet closings carried and
      *> every income-statement account at zero.  A record the
      *> nightly posting step has already seeded is restated, the
      *> same as the month-end roll does.
       5000-OPEN-NEW-YEAR.
           PERFORM VARYING acct-idx FROM 1 BY 1
                   UNTIL acct-idx > ws-acct-count
               IF ws-acct-has-balance (acct-idx)
                   PERFORM 5100-OPEN-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       5100-OPEN-ONE-ACCOUNT.
           IF ws-acct-balance-sheet (acct-idx)
               MOVE ws-acct-closing (acct-idx) TO ws-open-balance
           ELSE
               MOVE ZERO TO ws-open-balance
           END-IF
           MOVE ws-acct-no (acct-idx) TO glb-acct-no
           MOVE ws-open-period TO glb-period
           READ gl-balance-file
               INVALID KEY
                   MOVE ws-acct-no (acct-idx) TO glb-acct-no
                   MOVE ws-open-period TO glb-period
                   MOVE ws-open-balance TO glb-opening-balance
                   MOVE ZERO TO glb-period-debits
                   MOVE ZERO TO glb-period-credits
                   MOVE FUNCTION CURRENT-DATE TO glb-timestamp
                   WRITE gl-balance-record
                       INVALID KEY
                           DISPLAY "GLBALMST OPENING WRITE FAILED "
                               glb-acct-no " " glb-period
                   END-WRITE
               NOT INVALID KEY
                   MOVE ws-open-balance TO glb-opening-balance
                   MOVE FUNCTION CURRENT-DATE TO glb-timestamp
                   REWRITE gl-balance-record
           END-READ
           ADD 1 TO ws-accounts-opened.

       7000-LOCK-FISCAL-YEAR.
           MOVE ws-fiscal-year TO fy-year
           SET fy-closed TO TRUE
           MOVE FUNCTION CURRENT-DATE TO fy-close-timestamp
           MOVE ws-business-date TO fy-close-business-date
           MOVE ws-acct-retained TO fy-retained-acct
           MOVE ws-net-to-retained TO fy-net-closed
           MOVE ws-entries-posted TO fy-closing-entries
           IF fy-on-file
               REWRITE fiscal-year-record
           ELSE
               WRITE fiscal-year-record
           END-IF
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "FISCAL YEAR " ws-fiscal-year
               " CLOSED - NO FURTHER POSTING INTO ITS PERIODS"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

       8000-FINALIZE.
           IF year-end-night
               CLOSE fiscal-year-file
           END-IF
           IF gl-files-open
               CLOSE gl-balance-file, closing-journal
           END-IF
           CLOSE report-out
           DISPLAY "FISCAL YEAR-END CLOSE COMPLETE FOR "
               ws-fiscal-year
           DISPLAY "  CLOSING ENTRIES:    " ws-entries-posted
           DISPLAY "  CLOSING DEBITS:     " ws-closing-debits
           DISPLAY "  CLOSING CREDITS:    " ws-closing-credits
           DISPLAY "  NET TO RETAINED:    " ws-net-to-retained
           DISPLAY "  ACCOUNTS OPENED:    " ws-accounts-opened.

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
           MOVE "YECLOSE" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
