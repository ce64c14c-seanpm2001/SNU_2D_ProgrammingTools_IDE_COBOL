       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIFTCARD-LIABILITY-V1.
      *> Monthly gift-card liability and breakage report, run off
      *> the gift-card master the nightly posting maintains:
      *>   - outstanding liability by issuing store -- how many
      *>     cards still carry value and how much -- with a grand
      *>     total;
      *>   - the dormant cards inside that total, listed card by
      *>     card: still carrying value but with no issue, reload
      *>     or redemption for longer than the dormancy period on
      *>     the GIFTPARM setting.  These are finance's breakage
      *>     candidates;
      *>   - the grand total tied to the gift-card liability
      *>     account on the GL balance-forward master for the
      *>     as-of month, so the balance sheet figure is proven off
      *>     the cards instead of carried on a spreadsheet.
      *> A difference against the GL prints on the report and ends
      *> the step with RETURN-CODE 4 for finance to chase; the
      *> report itself is complete either way.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gift-card-file ASSIGN TO "GIFTCARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS gc-card-no
               FILE STATUS IS ws-gift-card-status.

           SELECT gl-balance-file ASSIGN TO "GLBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS glb-key
               FILE STATUS IS ws-gl-balance-status.

      *> As-of date, eight digits.  Defaults to today, matching
      *> AGING-REPORT-V1's as-of default; its year and month pick
      *> the GL period the total is tied to.
           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

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
       FD  gift-card-file.
       COPY GIFTCARD.

       FD  gl-balance-file.
       COPY GLBALREC.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).

       FD  parm-registry.
       COPY PARMREG.

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-gift-card-status     PIC XX.
           05  ws-gl-balance-status    PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-cards-sw        PIC X VALUE "N".
               88  no-more-cards       VALUE "Y".
           05  tally-dropped-sw        PIC X VALUE "N".
               88  tally-dropped
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-acct-gift-liability      PIC X(6) VALUE "275000".

       01  ws-asof-date                PIC 9(8).
       01  ws-asof-integer             PIC 9(7).
       01  ws-dormancy-days            PIC 9(4) VALUE 730.
       01  ws-days-idle                PIC 9(7).
       01  ws-lookup-store             PIC 9(4).

      *> One bucket per issuing store seen on the master.
       01  ws-store-table.
           05  ws-store-count          PIC 9(4) VALUE ZERO.
           05  ws-store-tbl OCCURS 500 TIMES INDEXED BY store-idx.
               10  ws-st-store-no      PIC 9(4).
               10  ws-st-cards         PIC 9(7).
               10  ws-st-value         PIC 9(11)V99.
               10  ws-st-dormant-cards PIC 9(7).
               10  ws-st-dormant-value PIC 9(11)V99.

       01  ws-run-totals.
           05  ws-cards-read           PIC 9(7) VALUE ZERO.
           05  ws-cards-outstanding    PIC 9(7) VALUE ZERO.
           05  ws-liability-total      PIC 9(11)V99 VALUE ZERO.
           05  ws-dormant-cards        PIC 9(7) VALUE ZERO.
           05  ws-dormant-total        PIC 9(11)V99 VALUE ZERO.

       01  ws-gl-liability             PIC S9(11)V99 VALUE ZERO.
       01  ws-difference               PIC S9(11)V99 VALUE ZERO.

       01  ws-dormant-line.
           05  ws-dml-card-no          PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dml-store            PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dml-issue-date       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dml-last-activity    PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dml-days-idle        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dml-value            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  ws-store-line.
           05  ws-stl-store            PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-stl-cards            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-stl-value            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-stl-dormant-cards    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-stl-dormant-value    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  ws-tie-line.
           05  ws-tie-label            PIC X(30).
           05  ws-tie-amount           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-tie-flag             PIC X(12).
           05  FILLER                  PIC X(21) VALUE SPACES.

      *> Run-parameter registry lookup: the parameter name and the
      *> run date go in, the card image in force comes out.
       01  ws-parm-registry-status     PIC XX.
       01  ws-parm-lookup.
           05  ws-parm-name            PIC X(8).
           05  ws-parm-as-of           PIC 9(8) VALUE ZERO.
           05  ws-parm-value           PIC X(40).
           05  parm-in-force-sw        PIC X VALUE "N".
               88  parm-in-force
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> GIFTPARM, off the run-parameter registry.
      *> Dormancy period in days, columns 1-4.  Defaults to 730
      *> when the parameter is not registered or zero.
       01  gift-parm-line.
           05  gpm-dormancy-days       PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS
               UNTIL no-more-cards
           PERFORM 3000-PRINT-STORE-SUMMARY
           PERFORM 4000-TIE-TO-GL
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-ASOF-PARM
           PERFORM 1200-READ-GIFT-PARM
           OPEN INPUT gift-card-file
           OPEN INPUT gl-balance-file
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "GIFT-CARD LIABILITY AND BREAKAGE AS OF "
               ws-asof-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "DORMANT CARDS - NO ACTIVITY IN "
               ws-dormancy-days " DAYS"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "CARD NUMBER       STOR  ISSUED    LAST ACT   "
               & "DAYS IDLE     VALUE"
               TO report-line
           WRITE report-line.

       1100-READ-ASOF-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-asof-date
           OPEN INPUT asof-parm
           IF ws-asof-status = "00"
               READ asof-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE asof-parm-line TO ws-asof-date
               END-READ
               CLOSE asof-parm
           END-IF
           COMPUTE ws-asof-integer =
               FUNCTION INTEGER-OF-DATE (ws-asof-date).

       1200-READ-GIFT-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "GIFTPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO gift-parm-line
               IF gpm-dormancy-days IS NUMERIC
                   AND gpm-dormancy-days > ZERO
                   MOVE gpm-dormancy-days
                       TO ws-dormancy-days
               END-IF
           END-IF.

      *> Only a card still carrying value is a liability; a card
      *> spent to nothing stays on the master for its history and
      *> is passed over here.
       2000-PROCESS-CARDS.
           READ gift-card-file NEXT RECORD
               AT END
                   SET no-more-cards TO TRUE
           END-READ
           IF NOT no-more-cards
               ADD 1 TO ws-cards-read
               IF gc-remaining-value > ZERO
                   PERFORM 2100-TALLY-OUTSTANDING-CARD
               END-IF
           END-IF.

       2100-TALLY-OUTSTANDING-CARD.
           ADD 1 TO ws-cards-outstanding
           ADD gc-remaining-value TO ws-liability-total
           MOVE gc-issue-store TO ws-lookup-store
           PERFORM 8100-FIND-STORE-SLOT
           IF NOT tally-dropped
               ADD 1 TO ws-st-cards (store-idx)
               ADD gc-remaining-value TO ws-st-value (store-idx)
           END-IF
           MOVE ZERO TO ws-days-idle
           IF gc-last-activity-date > ZERO
               AND gc-last-activity-date < ws-asof-date
               COMPUTE ws-days-idle = ws-asof-integer
                   - FUNCTION INTEGER-OF-DATE (gc-last-activity-date)
           END-IF
           IF ws-days-idle > ws-dormancy-days
               PERFORM 2200-REPORT-DORMANT-CARD
           END-IF.

       2200-REPORT-DORMANT-CARD.
           ADD 1 TO ws-dormant-cards
           ADD gc-remaining-value TO ws-dormant-total
           IF NOT tally-dropped
               ADD 1 TO ws-st-dormant-cards (store-idx)
               ADD gc-remaining-value
                   TO ws-st-dormant-value (store-idx)
           END-IF
           MOVE SPACES TO ws-dormant-line
           MOVE gc-card-no TO ws-dml-card-no
           MOVE gc-issue-store TO ws-dml-store
           MOVE gc-issue-date TO ws-dml-issue-date
           MOVE gc-last-activity-date TO ws-dml-last-activity
           MOVE ws-days-idle TO ws-dml-days-idle
           MOVE gc-remaining-value TO ws-dml-value
           MOVE ws-dormant-line TO report-line
           WRITE report-line.

       8100-FIND-STORE-SLOT.
           SET tally-dropped TO FALSE
           SET store-idx TO 1
           SEARCH ws-store-tbl
               AT END
                   SET tally-dropped TO TRUE
                   DISPLAY "STORE TABLE FULL - "
                       ws-lookup-store " DROPPED"
               WHEN store-idx > ws-store-count
                   ADD 1 TO ws-store-count
                   MOVE ws-lookup-store
                       TO ws-st-store-no (store-idx)
                   MOVE ZERO TO ws-st-cards (store-idx)
                   MOVE ZERO TO ws-st-value (store-idx)
                   MOVE ZERO TO ws-st-dormant-cards (store-idx)
                   MOVE ZERO TO ws-st-dormant-value (store-idx)
               WHEN ws-st-store-no (store-idx) = ws-lookup-store
                   CONTINUE
           END-SEARCH.

       3000-PRINT-STORE-SUMMARY.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "OUTSTANDING LIABILITY BY ISSUING STORE"
               TO report-line
           WRITE report-line
           MOVE "STORE    CARDS           VALUE  DORMANT   "
               & "DORMANT VALUE"
               TO report-line
           WRITE report-line
           PERFORM VARYING store-idx FROM 1 BY 1
                   UNTIL store-idx > ws-store-count
               MOVE SPACES TO ws-store-line
               MOVE ws-st-store-no (store-idx) TO ws-stl-store
               MOVE ws-st-cards (store-idx) TO ws-stl-cards
               MOVE ws-st-value (store-idx) TO ws-stl-value
               MOVE ws-st-dormant-cards (store-idx)
                   TO ws-stl-dormant-cards
               MOVE ws-st-dormant-value (store-idx)
                   TO ws-stl-dormant-value
               MOVE ws-store-line TO report-line
               WRITE report-line
           END-PERFORM
           MOVE SPACES TO ws-store-line
           MOVE "TOTAL" TO ws-stl-store
           MOVE ws-cards-outstanding TO ws-stl-cards
           MOVE ws-liability-total TO ws-stl-value
           MOVE ws-dormant-cards TO ws-stl-dormant-cards
           MOVE ws-dormant-total TO ws-stl-dormant-value
           MOVE ws-store-line TO report-line
           WRITE report-line.

      *> The liability account carries a credit balance, and the
      *> balance-forward master carries balances debit-positive,
      *> so the liability the GL holds is the negated closing
      *> balance of the as-of month.  No record for the month
      *> means nothing has journalled to the account yet.
       4000-TIE-TO-GL.
           MOVE ws-acct-gift-liability TO glb-acct-no
           MOVE ws-asof-date (1:6) TO glb-period
           READ gl-balance-file
               INVALID KEY
                   MOVE ZERO TO ws-gl-liability
               NOT INVALID KEY
                   COMPUTE ws-gl-liability =
                       glb-period-credits - glb-period-debits
                       - glb-opening-balance
           END-READ
           COMPUTE ws-difference =
               ws-liability-total - ws-gl-liability
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO ws-tie-line
           MOVE "LIABILITY ON CARDS" TO ws-tie-label
           MOVE ws-liability-total TO ws-tie-amount
           MOVE ws-tie-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-tie-line
           STRING "LIABILITY ON GL " ws-acct-gift-liability
               DELIMITED BY SIZE INTO ws-tie-label
           MOVE ws-gl-liability TO ws-tie-amount
           MOVE ws-tie-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-tie-line
           MOVE "DIFFERENCE" TO ws-tie-label
           MOVE ws-difference TO ws-tie-amount
           IF ws-difference NOT = ZERO
               MOVE "** NO TIE **" TO ws-tie-flag
           END-IF
           MOVE ws-tie-line TO report-line
           WRITE report-line.

       5000-FINALIZE.
           CLOSE gift-card-file, gl-balance-file, report-out
           DISPLAY "GIFT-CARD LIABILITY REPORT COMPLETE AS OF "
               ws-asof-date
           DISPLAY "  CARDS READ:          " ws-cards-read
           DISPLAY "  CARDS OUTSTANDING:   " ws-cards-outstanding
           DISPLAY "  LIABILITY:           " ws-liability-total
           DISPLAY "  DORMANT CARDS:       " ws-dormant-cards
           DISPLAY "  DORMANT VALUE:       " ws-dormant-total
           IF ws-difference NOT = ZERO
               DISPLAY "GIFT-CARD LIABILITY DOES NOT TIE TO GL "
                   ws-acct-gift-liability ": " ws-difference
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Value in force for ws-parm-name on ws-parm-as-of (today
      *> when no run date is set).  The registry key carries the
      *> effective date inverted, so the first record at or after
      *> the name and run date is the latest value effective on or
      *> before it.  A registry that will not open, or a parameter
      *> never registered, leaves the program's own default
      *> standing.
       9400-LOOK-UP-PARAMETER.
           SET parm-in-force TO FALSE
           MOVE SPACES TO ws-parm-value
           IF ws-parm-as-of = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-parm-as-of
           END-IF
           OPEN INPUT parm-registry
           IF ws-parm-registry-status = "00"
               MOVE ws-parm-name TO prm-name
               COMPUTE prm-inverse-date = 99999999 - ws-parm-as-of
               START parm-registry KEY IS >= prm-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ parm-registry NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF prm-name = ws-parm-name
                                   MOVE prm-value TO ws-parm-value
                                   SET parm-in-force TO TRUE
                               END-IF
                       END-READ
               END-START
               CLOSE parm-registry
           END-IF.

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
           MOVE "GIFTLIAB" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
