       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-EXPIRY-V1.
      *> Month-end loyalty-points expiry.  Points are good for the
      *> programme window on the POINTPRM setting (365 days when
      *> it is not registered) from the day they were earned; this run
      *> ages out whatever a customer earned before the window
      *> opened and has not yet spent.
      *>
      *> Points are consumed oldest first, so for each customer the
      *> points that have outlived the window are what they earned
      *> before the cut-off less everything that has ever left the
      *> balance (pts-used-total: redemptions, take-backs and
      *> earlier expiries), never more than the balance itself.
      *> The earn history comes off POINTMOV, sorted by customer;
      *> the expiry is posted to POINTMST and appended to POINTMOV
      *> as an EXPR movement stamped with tonight's business date,
      *> so the sales journal releases the liability in the same
      *> night's GL.  The run is safe to repeat: a second pass finds
      *> the first pass's expiry already counted in the used total.
      *>
      *> The report lists every customer expired and closes with
      *> the points outstanding on the master after the run -- the
      *> liability the journal is carrying -- in points and value.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT points-master ASSIGN TO "POINTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pts-cust-key
               FILE STATUS IS ws-points-status.

      *> Read for the earn history, then extended with tonight's
      *> expiries once the sort has finished reading it.
           SELECT points-movement ASSIGN TO "POINTMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-points-move-status.

           SELECT sort-work ASSIGN TO "SORTWK1".

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Business date card the date roll maintains; the window is
      *> measured back from it and the expiries are stamped with it.
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
       FD  points-master.
       COPY POINTMST.

       FD  points-movement
           RECORDING MODE IS F.
       COPY POINTMOV.

       SD  sort-work.
       01  sort-work-record.
           05  sw-cust-key             PIC X(10).
           05  sw-points               PIC 9(9).

       FD  parm-registry.
       COPY PARMREG.

       FD  busdate-card.
       01  busdate-line               PIC X(8).

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-points-status        PIC XX.
           05  ws-points-move-status   PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-moves-sw        PIC X VALUE "N".
               88  no-more-moves       VALUE "Y".
           05  no-more-sorted-sw       PIC X VALUE "N".
               88  no-more-sorted      VALUE "Y".
           05  no-more-points-sw       PIC X VALUE "N".
               88  no-more-points      VALUE "Y".
           05  first-sorted-sw         PIC X VALUE "Y".
               88  first-sorted-record
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-posting-busdate          PIC 9(8).
       01  ws-pts-per-unit             PIC 9(5) VALUE 100.
       01  ws-window-days              PIC 9(4) VALUE 365.
       01  ws-cutoff-date              PIC 9(8).

      *> Earned-before-cut-off total for the customer in hand, and
      *> what of it is still unspent and so expires.
       01  ws-prev-cust-key            PIC X(10).
       01  ws-old-earned               PIC 9(11).
       01  ws-expire-points            PIC 9(11).
       01  ws-expire-value             PIC 9(7)V99.

       01  ws-run-totals.
           05  ws-moves-read           PIC 9(9) VALUE ZERO.
           05  ws-customers-expired    PIC 9(7) VALUE ZERO.
           05  ws-points-expired       PIC 9(11) VALUE ZERO.
           05  ws-value-expired        PIC 9(9)V99 VALUE ZERO.
           05  ws-members-holding      PIC 9(7) VALUE ZERO.
           05  ws-points-outstanding   PIC 9(11) VALUE ZERO.
           05  ws-value-outstanding    PIC 9(9)V99 VALUE ZERO.

       01  ws-expiry-line.
           05  ws-exl-cust-key         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-exl-earned           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-exl-expired          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-exl-value            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-exl-balance          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  ws-total-line.
           05  ws-tl-label             PIC X(30).
           05  ws-tl-count             PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-tl-value             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

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

      *> POINTPRM, off the run-parameter registry.
      *> Points programme card: points per 1.00 of redemption
      *> value, columns 1-5, and the expiry window in days, columns
      *> 6-9.  Defaults to 100 and 365 when absent or zero.
       01  points-parm-card.
           05  ppm-points-per-unit     PIC 9(5).
           05  ppm-window-days         PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           SORT sort-work
               ON ASCENDING KEY sw-cust-key
               INPUT PROCEDURE IS 6000-FEED-OLD-EARNINGS
               OUTPUT PROCEDURE IS 7000-EXPIRE-CUSTOMERS
           PERFORM 3900-START-OUTSTANDING
           PERFORM 4000-TOTAL-OUTSTANDING
               UNTIL no-more-points
           PERFORM 5000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1250-READ-BUSDATE
           PERFORM 1100-READ-POINTS-PARM
           COMPUTE ws-cutoff-date = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (ws-posting-busdate)
                - ws-window-days)
           OPEN I-O points-master
           IF ws-points-status NOT = "00"
               OPEN OUTPUT points-master
               CLOSE points-master
               OPEN I-O points-master
           END-IF
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "LOYALTY POINTS EXPIRY FOR " ws-posting-busdate
               " - EARNED BEFORE " ws-cutoff-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "CUSTOMER         OLD EARNED      EXPIRED      "
               & "VALUE      BALANCE"
               TO report-line
           WRITE report-line.

       1100-READ-POINTS-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "POINTPRM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO points-parm-card
               IF ppm-points-per-unit > ZERO
                   MOVE ppm-points-per-unit
                       TO ws-pts-per-unit
               END-IF
               IF ppm-window-days > ZERO
                   MOVE ppm-window-days TO ws-window-days
               END-IF
           END-IF.

       1250-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-posting-busdate
           OPEN INPUT busdate-card
           IF ws-busdate-status = "00"
               READ busdate-card
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE busdate-line TO ws-posting-busdate
               END-READ
               CLOSE busdate-card
           END-IF.

      *> Every EARN movement dated before the cut-off.  A movement
      *> file not yet created means no one has earned anything.
       6000-FEED-OLD-EARNINGS.
           OPEN INPUT points-movement
           IF ws-points-move-status NOT = "00"
               SET no-more-moves TO TRUE
           END-IF
           PERFORM UNTIL no-more-moves
               READ points-movement
                   AT END
                       SET no-more-moves TO TRUE
               END-READ
               IF NOT no-more-moves
                   ADD 1 TO ws-moves-read
                   IF pmv-earn
                       AND pmv-txn-date < ws-cutoff-date
                       MOVE pmv-cust-key TO sw-cust-key
                       MOVE pmv-points TO sw-points
                       RELEASE sort-work-record
                   END-IF
               END-IF
           END-PERFORM
           IF ws-points-move-status NOT = "35"
               CLOSE points-movement
           END-IF.

      *> Control break by customer; each customer's old earnings
      *> are judged against the master once they are all summed.
       7000-EXPIRE-CUSTOMERS.
           OPEN EXTEND points-movement
           IF ws-points-move-status NOT = "00"
               OPEN OUTPUT points-movement
           END-IF
           PERFORM UNTIL no-more-sorted
               RETURN sort-work
                   AT END
                       SET no-more-sorted TO TRUE
               END-RETURN
               IF NOT no-more-sorted
                   IF NOT first-sorted-record
                       AND sw-cust-key NOT = ws-prev-cust-key
                       PERFORM 7100-EXPIRE-ONE-CUSTOMER
                   END-IF
                   IF first-sorted-record
                       OR sw-cust-key NOT = ws-prev-cust-key
                       SET first-sorted-record TO FALSE
                       MOVE sw-cust-key TO ws-prev-cust-key
                       MOVE ZERO TO ws-old-earned
                   END-IF
                   ADD sw-points TO ws-old-earned
               END-IF
           END-PERFORM
           IF NOT first-sorted-record
               PERFORM 7100-EXPIRE-ONE-CUSTOMER
           END-IF
           CLOSE points-movement.

      *> Whatever of the old earnings the customer has not already
      *> used expires, up to the balance they still hold.
       7100-EXPIRE-ONE-CUSTOMER.
           MOVE ws-prev-cust-key TO pts-cust-key
           READ points-master
               INVALID KEY
                   DISPLAY "POINTS MASTER MISSING FOR "
                       ws-prev-cust-key " - NOT EXPIRED"
               NOT INVALID KEY
                   MOVE ZERO TO ws-expire-points
                   IF ws-old-earned > pts-used-total
                       COMPUTE ws-expire-points =
                           ws-old-earned - pts-used-total
                   END-IF
                   IF ws-expire-points > pts-balance
                       MOVE pts-balance TO ws-expire-points
                   END-IF
                   IF ws-expire-points > ZERO
                       PERFORM 7200-POST-EXPIRY
                   END-IF
           END-READ.

       7200-POST-EXPIRY.
           COMPUTE ws-expire-value ROUNDED =
               ws-expire-points / ws-pts-per-unit
           SUBTRACT ws-expire-points FROM pts-balance
           ADD ws-expire-points TO pts-used-total
           MOVE ws-posting-busdate TO pts-last-expiry-date
           MOVE FUNCTION CURRENT-DATE TO pts-timestamp
           REWRITE points-record
           MOVE pts-cust-key     TO pmv-cust-key
           SET pmv-expire        TO TRUE
           MOVE ws-posting-busdate TO pmv-txn-date
           MOVE ZERO             TO pmv-store-no
           MOVE SPACES           TO pmv-item-category
           MOVE ws-expire-points TO pmv-points
           MOVE ws-expire-value  TO pmv-value
           MOVE pts-balance      TO pmv-balance-after
           MOVE ws-posting-busdate TO pmv-posting-date
           MOVE FUNCTION CURRENT-DATE TO pmv-timestamp
           WRITE points-move-record
           ADD 1 TO ws-customers-expired
           ADD ws-expire-points TO ws-points-expired
           ADD ws-expire-value TO ws-value-expired
           MOVE SPACES TO ws-expiry-line
           MOVE pts-cust-key TO ws-exl-cust-key
           MOVE ws-old-earned TO ws-exl-earned
           MOVE ws-expire-points TO ws-exl-expired
           MOVE ws-expire-value TO ws-exl-value
           MOVE pts-balance TO ws-exl-balance
           MOVE ws-expiry-line TO report-line
           WRITE report-line.

      *> What the master still carries after tonight's expiries,
      *> priced at the redemption rate.
       3900-START-OUTSTANDING.
           MOVE LOW-VALUES TO pts-cust-key
           START points-master KEY IS >= pts-cust-key
               INVALID KEY
                   SET no-more-points TO TRUE
           END-START.

       4000-TOTAL-OUTSTANDING.
           READ points-master NEXT RECORD
               AT END
                   SET no-more-points TO TRUE
           END-READ
           IF NOT no-more-points
               IF pts-balance > ZERO
                   ADD 1 TO ws-members-holding
                   ADD pts-balance TO ws-points-outstanding
               END-IF
           END-IF.

       5000-FINALIZE.
           COMPUTE ws-value-outstanding ROUNDED =
               ws-points-outstanding / ws-pts-per-unit
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "CUSTOMERS EXPIRED" TO ws-tl-label
           MOVE ws-customers-expired TO ws-tl-count
           MOVE ws-total-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "POINTS EXPIRED" TO ws-tl-label
           MOVE ws-points-expired TO ws-tl-count
           MOVE ws-value-expired TO ws-tl-value
           MOVE ws-total-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "CUSTOMERS HOLDING POINTS" TO ws-tl-label
           MOVE ws-members-holding TO ws-tl-count
           MOVE ws-total-line TO report-line
           WRITE report-line
           MOVE SPACES TO ws-total-line
           MOVE "POINTS OUTSTANDING" TO ws-tl-label
           MOVE ws-points-outstanding TO ws-tl-count
           MOVE ws-value-outstanding TO ws-tl-value
           MOVE ws-total-line TO report-line
           WRITE report-line
           CLOSE points-master, report-out
           DISPLAY "POINTS EXPIRY COMPLETE FOR " ws-posting-busdate
           DISPLAY "  MOVEMENTS READ:     " ws-moves-read
           DISPLAY "  CUSTOMERS EXPIRED:  " ws-customers-expired
           DISPLAY "  POINTS EXPIRED:     " ws-points-expired
           DISPLAY "  POINTS OUTSTANDING: " ws-points-outstanding.

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
           MOVE "PTSEXPR" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
