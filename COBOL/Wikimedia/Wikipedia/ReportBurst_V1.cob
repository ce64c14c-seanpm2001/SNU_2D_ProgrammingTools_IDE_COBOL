       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST-V1.
      *> Report bursting and distribution.  The sales edit (every
      *> drop and partition of the day), the negative on-hand list,
      *> the flash report and the plan scorecard each append their
      *> printed lines to RPTBURST as they print them, tagged with
      *> the store -- or for a rollup line the district or region --
      *> the line belongs to (see RPTBURST).  Instead of one long
      *> printout an operator tears up, this step deals the lines
      *> out to recipients.
      *>
      *> RPTDIST is the distribution table: one record per
      *> recipient per report per store, district or region (or the
      *> whole estate), naming the recipient and how they take it --
      *> on paper or by mail.  A store line's district and region
      *> come off STORMAST, so a district manager subscribed by
      *> district gets every store in it without a row per store.
      *> A recipient whose subscriptions overlap gets a line once.
      *>
      *> Each recipient's lines are sorted into one packet, report
      *> by report in the order the lines were written, and each
      *> report in the packet leads with the headings its program
      *> printed.  A print packet goes to BRSTPRT behind a
      *> recipient banner; a mail packet goes to BRSTMAIL, one
      *> record per line, for the mail bridge that already sends
      *> the electronic statements.  BRSTLOG gets one delivery
      *> record per recipient per report.  Every line nobody takes
      *> is tallied by report and store (or district or region)
      *> and listed on BRSTEXC, so a section that has fallen out of
      *> the table is seen the next morning rather than never.
      *>
      *> Lines are taken up to and including the business date on
      *> BUSDATE.  Drops for the next business date can land while
      *> the night runs; their lines are carried forward and
      *> written back to RPTBURST, which is left holding only them.
      *>
      *> RETURN-CODE 4 when any section went unsubscribed or a
      *> table filled; 12 when RPTDIST will not open, in which case
      *> RPTBURST is left as it was for a rerun.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT report-burst ASSIGN TO "RPTBURST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-burst-status.

      *> Lines for a later business date, held while RPTBURST is
      *> read and written back to it once the night's are dealt.
           SELECT burst-carry ASSIGN TO "BRSTCARY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-burst-carry-status.

           SELECT report-dist ASSIGN TO "RPTDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rdist-key
               FILE STATUS IS ws-report-dist-status.

           SELECT store-master ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS store-key
               FILE STATUS IS ws-store-status.

      *> Business date being distributed, eight digits, maintained
      *> by the date roll.  Defaults to today when the card is
      *> absent.
           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

           SELECT packet-sort ASSIGN TO "SORTWK1".

           SELECT print-packets ASSIGN TO "BRSTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-print-packet-status.

      *> Mail-bridge extract: one record per packet line.
           SELECT mail-packets ASSIGN TO "BRSTMAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-mail-packet-status.

      *> One record per recipient per report delivered.
           SELECT delivery-log ASSIGN TO "BRSTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-delivery-log-status.

           SELECT exception-report ASSIGN TO "BRSTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-exception-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  report-burst
           RECORDING MODE IS F.
       COPY RPTBURST.

       FD  burst-carry
           RECORDING MODE IS F.
       01  burst-carry-record          PIC X(129).

       FD  report-dist.
       COPY RPTDIST.

       FD  store-master.
       COPY STOREREC.

       FD  busdate-card.
       01  busdate-line               PIC X(8).

       SD  packet-sort.
       01  packet-sort-record.
           05  pk-recipient-id         PIC X(8).
           05  pk-method               PIC X.
           05  pk-report-id            PIC X(8).
           05  pk-sequence             PIC 9(9).
           05  pk-recipient-name       PIC X(30).
           05  pk-email-address        PIC X(40).
           05  pk-print-line           PIC X(100).

       FD  print-packets.
       01  print-packet-line          PIC X(100).

       FD  mail-packets
           RECORDING MODE IS F.
       01  mail-packet-record.
           05  mpk-recipient-id        PIC X(8).
           05  mpk-email               PIC X(40).
           05  mpk-report-id           PIC X(8).
           05  mpk-business-date       PIC 9(8).
           05  mpk-line-no             PIC 9(5).
           05  mpk-print-line          PIC X(100).
           05  mpk-timestamp           PIC X(26).

       FD  delivery-log
           RECORDING MODE IS F.
       01  delivery-log-record.
           05  dlv-recipient-id        PIC X(8).
           05  dlv-report-id           PIC X(8).
           05  dlv-business-date       PIC 9(8).
           05  dlv-channel             PIC X(5).
           05  dlv-line-count          PIC 9(7).
           05  dlv-timestamp           PIC X(26).

       FD  exception-report.
       01  exception-line             PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-report-burst-status  PIC XX.
           05  ws-burst-carry-status   PIC XX.
           05  ws-report-dist-status   PIC XX.
           05  ws-store-status         PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-print-packet-status  PIC XX.
           05  ws-mail-packet-status   PIC XX.
           05  ws-delivery-log-status  PIC XX.
           05  ws-exception-status     PIC XX.

       01  ws-flags.
           05  burst-failed-sw         PIC X VALUE "N".
               88  burst-failed        VALUE "Y".
           05  no-more-dist-sw         PIC X VALUE "N".
               88  no-more-dist        VALUE "Y".
           05  no-more-burst-sw        PIC X VALUE "N".
               88  no-more-burst       VALUE "Y".
           05  no-more-packets-sw      PIC X VALUE "N".
               88  no-more-packets     VALUE "Y".
           05  no-more-carry-sw        PIC X VALUE "N".
               88  no-more-carry       VALUE "Y".
           05  store-master-open-sw    PIC X VALUE "N".
               88  store-master-open   VALUE "Y".
           05  store-found-sw          PIC X VALUE "N".
               88  store-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  already-sent-sw         PIC X VALUE "N".
               88  already-sent
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  group-open-sw           PIC X VALUE "N".
               88  group-open
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-burst-date               PIC 9(8).

      *> RPTDIST, loaded whole; it is a few hundred rows and every
      *> line is matched against all of them.
       01  ws-dist-table.
           05  ws-dist-count           PIC 9(4) VALUE ZERO.
           05  ws-dist-tbl OCCURS 2000 TIMES INDEXED BY dist-idx.
               10  ws-ds-report-id     PIC X(8).
               10  ws-ds-scope         PIC X.
               10  ws-ds-scope-key     PIC X(4).
               10  ws-ds-recipient-id  PIC X(8).
               10  ws-ds-name          PIC X(30).
               10  ws-ds-method        PIC X.
               10  ws-ds-email         PIC X(40).

      *> The first set of headings seen for each report; later runs
      *> of the same report (the day's other drops) print the same
      *> headings and are not kept twice.
       01  ws-heading-table.
           05  ws-hdg-count            PIC 9(2) VALUE ZERO.
           05  ws-hdg-tbl OCCURS 20 TIMES INDEXED BY hdg-idx.
               10  ws-hd-report-id     PIC X(8).
               10  ws-hd-closed-sw     PIC X.
               10  ws-hd-line-count    PIC 9.
               10  ws-hd-line OCCURS 4 TIMES INDEXED BY hdl-idx
                                       PIC X(100).
       01  ws-prev-heading-report      PIC X(8) VALUE SPACES.

      *> The line in hand, with its estate keys resolved.
       01  ws-line-keys.
           05  ws-ln-store             PIC 9(4).
           05  ws-ln-store-x REDEFINES ws-ln-store
                                       PIC X(4).
           05  ws-ln-region            PIC X(4).
           05  ws-ln-district          PIC X(4).
       01  ws-last-store-key           PIC 9(4) VALUE ZERO.
       01  ws-last-store-region        PIC X(4) VALUE SPACES.
       01  ws-last-store-district      PIC X(4) VALUE SPACES.
       01  ws-last-store-found-sw      PIC X VALUE "N".

      *> Recipients the line in hand has already gone to, so an
      *> overlapping store and district subscription sends it once.
       01  ws-sent-table.
           05  ws-sent-count           PIC 9(3) VALUE ZERO.
           05  ws-sent-tbl OCCURS 200 TIMES INDEXED BY sent-idx.
               10  ws-st-recipient-id  PIC X(8).
               10  ws-st-method        PIC X.

      *> Unsubscribed sections: report by store, district or
      *> region, with the lines nobody took.
       01  ws-unsub-table.
           05  ws-unsub-count          PIC 9(4) VALUE ZERO.
           05  ws-unsub-tbl OCCURS 1000 TIMES INDEXED BY uns-idx.
               10  ws-us-report-id     PIC X(8).
               10  ws-us-store         PIC 9(4).
               10  ws-us-region        PIC X(4).
               10  ws-us-district      PIC X(4).
               10  ws-us-store-found   PIC X.
               10  ws-us-lines         PIC 9(7).

      *> The packet and report group being written.
       01  ws-packet-key.
           05  ws-pkt-recipient-id     PIC X(8).
           05  ws-pkt-method           PIC X.
       01  ws-group-key.
           05  ws-grp-recipient-id     PIC X(8).
           05  ws-grp-method           PIC X.
           05  ws-grp-report-id        PIC X(8).
       01  ws-sorted-packet-key.
           05  ws-srt-recipient-id     PIC X(8).
           05  ws-srt-method           PIC X.
       01  ws-sorted-group-key.
           05  ws-srg-recipient-id     PIC X(8).
           05  ws-srg-method           PIC X.
           05  ws-srg-report-id        PIC X(8).
       01  ws-group-lines              PIC 9(7).
       01  ws-mail-line-no             PIC 9(5).
       01  ws-packet-line              PIC X(100).

       01  ws-run-totals.
           05  ws-lines-read           PIC 9(9) VALUE ZERO.
           05  ws-lines-carried        PIC 9(9) VALUE ZERO.
           05  ws-lines-released       PIC 9(9) VALUE ZERO.
           05  ws-lines-unsubscribed   PIC 9(9) VALUE ZERO.
           05  ws-packets-printed      PIC 9(7) VALUE ZERO.
           05  ws-packets-mailed       PIC 9(7) VALUE ZERO.
           05  ws-deliveries-logged    PIC 9(7) VALUE ZERO.
           05  ws-dist-dropped         PIC 9(7) VALUE ZERO.
           05  ws-headings-dropped     PIC 9(7) VALUE ZERO.
           05  ws-sends-dropped        PIC 9(7) VALUE ZERO.
           05  ws-unsub-dropped        PIC 9(7) VALUE ZERO.

       01  ws-banner-line.
           05  FILLER                  PIC X(22)
                                       VALUE "DISTRIBUTION PACKET - ".
           05  ws-bnr-recipient-id     PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-bnr-name             PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(14)
                                       VALUE "BUSINESS DATE ".
           05  ws-bnr-date             PIC 9(8).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  ws-unsub-line.
           05  ws-unl-report-id        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-unl-store            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-unl-district         PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-unl-region           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-unl-lines            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-unl-note             PIC X(21).
           05  FILLER                  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT burst-failed
               SORT packet-sort
                   ON ASCENDING KEY pk-recipient-id
                   ON ASCENDING KEY pk-method
                   ON ASCENDING KEY pk-report-id
                   ON ASCENDING KEY pk-sequence
                   INPUT PROCEDURE IS 2000-FEED-BURST-LINES
                   OUTPUT PROCEDURE IS 3000-WRITE-PACKETS
               PERFORM 4000-CARRY-FORWARD
               PERFORM 5000-PRINT-EXCEPTIONS
               PERFORM 6000-FINALIZE
           END-IF
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           OPEN INPUT report-dist
           IF ws-report-dist-status NOT = "00"
               DISPLAY "RPTDIST WILL NOT OPEN, STATUS "
                   ws-report-dist-status " - NOTHING BURST"
               SET burst-failed TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1200-LOAD-DISTRIBUTION
                   UNTIL no-more-dist
               CLOSE report-dist
               OPEN INPUT store-master
               IF ws-store-status = "00"
                   SET store-master-open TO TRUE
               ELSE
                   DISPLAY "STORMAST WILL NOT OPEN, STATUS "
                       ws-store-status " - STORE LINES BY STORE ONLY"
               END-IF
               OPEN OUTPUT print-packets
               OPEN OUTPUT mail-packets
               OPEN OUTPUT delivery-log
               OPEN OUTPUT exception-report
           END-IF.

       1100-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-burst-date
           OPEN INPUT busdate-card
           IF ws-busdate-status = "00"
               READ busdate-card
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE busdate-line TO ws-burst-date
               END-READ
               CLOSE busdate-card
           END-IF.

       1200-LOAD-DISTRIBUTION.
           READ report-dist NEXT RECORD
               AT END
                   SET no-more-dist TO TRUE
           END-READ
           IF NOT no-more-dist
               IF ws-dist-count < 2000
                   ADD 1 TO ws-dist-count
                   SET dist-idx TO ws-dist-count
                   MOVE rdist-report-id TO ws-ds-report-id (dist-idx)
                   MOVE rdist-scope TO ws-ds-scope (dist-idx)
                   MOVE rdist-scope-key TO ws-ds-scope-key (dist-idx)
                   MOVE rdist-recipient-id
                       TO ws-ds-recipient-id (dist-idx)
                   MOVE rdist-recipient-name TO ws-ds-name (dist-idx)
                   MOVE rdist-method TO ws-ds-method (dist-idx)
                   MOVE rdist-email-address TO ws-ds-email (dist-idx)
               ELSE
                   ADD 1 TO ws-dist-dropped
               END-IF
           END-IF.

      *> Tonight's lines go to the sort; later dates go to the
      *> carry file untouched.
       2000-FEED-BURST-LINES.
           OPEN OUTPUT burst-carry
           OPEN INPUT report-burst
           IF ws-report-burst-status NOT = "00"
               DISPLAY "RPTBURST WILL NOT OPEN, STATUS "
                   ws-report-burst-status " - NO REPORT LINES"
           ELSE
               PERFORM 2100-TAKE-BURST-LINE
                   UNTIL no-more-burst
               CLOSE report-burst
           END-IF
           CLOSE burst-carry.

       2100-TAKE-BURST-LINE.
           READ report-burst
               AT END
                   SET no-more-burst TO TRUE
           END-READ
           IF NOT no-more-burst
               ADD 1 TO ws-lines-read
               EVALUATE TRUE
                   WHEN brst-business-date > ws-burst-date
                       WRITE burst-carry-record
                           FROM report-burst-record
                       ADD 1 TO ws-lines-carried
                   WHEN brst-heading
                       PERFORM 2200-KEEP-HEADING
                   WHEN OTHER
                       PERFORM 2300-RESOLVE-ESTATE-KEYS
                       PERFORM 2400-MATCH-SUBSCRIBERS
               END-EVALUATE
           END-IF.

      *> A report's headings arrive together at the top of each
      *> run.  The first run's set is kept; once another report's
      *> line has come between, that report's set is closed and a
      *> later run's headings for it are passed over.
       2200-KEEP-HEADING.
           SET hdg-idx TO 1
           SEARCH ws-hdg-tbl
               AT END
                   ADD 1 TO ws-headings-dropped
               WHEN hdg-idx > ws-hdg-count
                   ADD 1 TO ws-hdg-count
                   MOVE brst-report-id TO ws-hd-report-id (hdg-idx)
                   MOVE "N" TO ws-hd-closed-sw (hdg-idx)
                   MOVE 1 TO ws-hd-line-count (hdg-idx)
                   MOVE brst-print-line TO ws-hd-line (hdg-idx, 1)
               WHEN ws-hd-report-id (hdg-idx) = brst-report-id
                   IF ws-hd-closed-sw (hdg-idx) = "N"
                       AND brst-report-id = ws-prev-heading-report
                       IF ws-hd-line-count (hdg-idx) < 4
                           ADD 1 TO ws-hd-line-count (hdg-idx)
                           SET hdl-idx TO ws-hd-line-count (hdg-idx)
                           MOVE brst-print-line
                               TO ws-hd-line (hdg-idx, hdl-idx)
                       ELSE
                           ADD 1 TO ws-headings-dropped
                       END-IF
                   ELSE
                       MOVE "Y" TO ws-hd-closed-sw (hdg-idx)
                   END-IF
           END-SEARCH
           MOVE brst-report-id TO ws-prev-heading-report.

      *> A store line takes its district and region off STORMAST;
      *> a store not on the master keeps blank keys and can only
      *> reach a store-scope or whole-estate subscriber.  The
      *> lines of one store arrive together, so the last store
      *> read is kept.
       2300-RESOLVE-ESTATE-KEYS.
           MOVE SPACES TO ws-prev-heading-report
           MOVE brst-store-no TO ws-ln-store
           MOVE brst-region TO ws-ln-region
           MOVE brst-district TO ws-ln-district
           SET store-found TO TRUE
           IF ws-ln-store NOT = ZERO
               IF ws-ln-store NOT = ws-last-store-key
                   MOVE ws-ln-store TO ws-last-store-key
                   MOVE SPACES TO ws-last-store-region
                   MOVE SPACES TO ws-last-store-district
                   MOVE "N" TO ws-last-store-found-sw
                   IF store-master-open
                       MOVE ws-ln-store TO store-key
                       READ store-master
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE store-region
                                   TO ws-last-store-region
                               MOVE store-district
                                   TO ws-last-store-district
                               MOVE "Y" TO ws-last-store-found-sw
                       END-READ
                   END-IF
               END-IF
               MOVE ws-last-store-region TO ws-ln-region
               MOVE ws-last-store-district TO ws-ln-district
               IF ws-last-store-found-sw = "N"
                   SET store-found TO FALSE
               END-IF
           END-IF.

       2400-MATCH-SUBSCRIBERS.
           MOVE ZERO TO ws-sent-count
           PERFORM VARYING dist-idx FROM 1 BY 1
                   UNTIL dist-idx > ws-dist-count
               IF ws-ds-report-id (dist-idx) = brst-report-id
                   EVALUATE ws-ds-scope (dist-idx)
                       WHEN "A"
                           PERFORM 2450-RELEASE-TO-RECIPIENT
                       WHEN "S"
                           IF ws-ln-store NOT = ZERO
                               AND ws-ds-scope-key (dist-idx)
                                   = ws-ln-store-x
                               PERFORM 2450-RELEASE-TO-RECIPIENT
                           END-IF
                       WHEN "D"
                           IF ws-ln-district NOT = SPACES
                               AND ws-ds-scope-key (dist-idx)
                                   = ws-ln-district
                               PERFORM 2450-RELEASE-TO-RECIPIENT
                           END-IF
                       WHEN "R"
                           IF ws-ln-region NOT = SPACES
                               AND ws-ds-scope-key (dist-idx)
                                   = ws-ln-region
                               PERFORM 2450-RELEASE-TO-RECIPIENT
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF ws-sent-count = ZERO
               PERFORM 2500-TALLY-UNSUBSCRIBED
           END-IF.

      *> The read count orders a recipient's lines within a report
      *> the way the reports wrote them.
       2450-RELEASE-TO-RECIPIENT.
           SET already-sent TO FALSE
           PERFORM VARYING sent-idx FROM 1 BY 1
                   UNTIL sent-idx > ws-sent-count
               IF ws-st-recipient-id (sent-idx)
                       = ws-ds-recipient-id (dist-idx)
                   AND ws-st-method (sent-idx)
                       = ws-ds-method (dist-idx)
                   SET already-sent TO TRUE
               END-IF
           END-PERFORM
           IF NOT already-sent
               IF ws-sent-count < 200
                   ADD 1 TO ws-sent-count
                   SET sent-idx TO ws-sent-count
                   MOVE ws-ds-recipient-id (dist-idx)
                       TO ws-st-recipient-id (sent-idx)
                   MOVE ws-ds-method (dist-idx)
                       TO ws-st-method (sent-idx)
               ELSE
                   ADD 1 TO ws-sends-dropped
               END-IF
               MOVE ws-ds-recipient-id (dist-idx) TO pk-recipient-id
               MOVE ws-ds-method (dist-idx) TO pk-method
               MOVE brst-report-id TO pk-report-id
               MOVE ws-lines-read TO pk-sequence
               MOVE ws-ds-name (dist-idx) TO pk-recipient-name
               MOVE ws-ds-email (dist-idx) TO pk-email-address
               MOVE brst-print-line TO pk-print-line
               RELEASE packet-sort-record
               ADD 1 TO ws-lines-released
           END-IF.

       2500-TALLY-UNSUBSCRIBED.
           ADD 1 TO ws-lines-unsubscribed
           SET uns-idx TO 1
           SEARCH ws-unsub-tbl
               AT END
                   ADD 1 TO ws-unsub-dropped
               WHEN uns-idx > ws-unsub-count
                   ADD 1 TO ws-unsub-count
                   MOVE brst-report-id TO ws-us-report-id (uns-idx)
                   MOVE ws-ln-store TO ws-us-store (uns-idx)
                   MOVE ws-ln-region TO ws-us-region (uns-idx)
                   MOVE ws-ln-district TO ws-us-district (uns-idx)
                   MOVE store-found-sw TO ws-us-store-found (uns-idx)
                   MOVE 1 TO ws-us-lines (uns-idx)
               WHEN ws-us-report-id (uns-idx) = brst-report-id
                   AND ws-us-store (uns-idx) = ws-ln-store
                   AND ws-us-region (uns-idx) = ws-ln-region
                   AND ws-us-district (uns-idx) = ws-ln-district
                   ADD 1 TO ws-us-lines (uns-idx)
           END-SEARCH.

      *> A change of recipient or method starts a packet; a change
      *> of report within it starts a report group under that
      *> report's headings.  Each group closed is logged.
       3000-WRITE-PACKETS.
           MOVE SPACES TO ws-packet-key, ws-group-key
           SET group-open TO FALSE
           PERFORM UNTIL no-more-packets
               RETURN packet-sort
                   AT END
                       SET no-more-packets TO TRUE
               END-RETURN
               IF NOT no-more-packets
                   MOVE pk-recipient-id TO ws-srt-recipient-id,
                                           ws-srg-recipient-id
                   MOVE pk-method TO ws-srt-method, ws-srg-method
                   MOVE pk-report-id TO ws-srg-report-id
                   IF ws-sorted-group-key NOT = ws-group-key
                       IF group-open
                           PERFORM 3400-LOG-DELIVERY
                       END-IF
                       IF ws-sorted-packet-key NOT = ws-packet-key
                           PERFORM 3100-START-PACKET
                       END-IF
                       PERFORM 3200-START-REPORT-GROUP
                   END-IF
                   MOVE pk-print-line TO ws-packet-line
                   PERFORM 3300-WRITE-PACKET-LINE
                   ADD 1 TO ws-group-lines
               END-IF
           END-PERFORM
           IF group-open
               PERFORM 3400-LOG-DELIVERY
           END-IF.

       3100-START-PACKET.
           MOVE ws-sorted-packet-key TO ws-packet-key
           MOVE ZERO TO ws-mail-line-no
           IF pk-method = "E"
               ADD 1 TO ws-packets-mailed
           ELSE
               ADD 1 TO ws-packets-printed
               IF ws-packets-printed > 1
                   MOVE SPACES TO print-packet-line
                   WRITE print-packet-line
               END-IF
               MOVE ALL "=" TO print-packet-line
               WRITE print-packet-line
               MOVE pk-recipient-id TO ws-bnr-recipient-id
               MOVE pk-recipient-name TO ws-bnr-name
               MOVE ws-burst-date TO ws-bnr-date
               MOVE ws-banner-line TO print-packet-line
               WRITE print-packet-line
               MOVE ALL "=" TO print-packet-line
               WRITE print-packet-line
           END-IF.

      *> The report's kept headings lead the group; a report that
      *> printed none is introduced by its distribution code.
       3200-START-REPORT-GROUP.
           MOVE ws-sorted-group-key TO ws-group-key
           SET group-open TO TRUE
           MOVE ZERO TO ws-group-lines
           IF pk-method NOT = "E"
               MOVE SPACES TO print-packet-line
               WRITE print-packet-line
           END-IF
           SET hdg-idx TO 1
           SEARCH ws-hdg-tbl
               AT END
                   MOVE pk-report-id TO ws-packet-line
                   PERFORM 3300-WRITE-PACKET-LINE
               WHEN hdg-idx > ws-hdg-count
                   MOVE pk-report-id TO ws-packet-line
                   PERFORM 3300-WRITE-PACKET-LINE
               WHEN ws-hd-report-id (hdg-idx) = pk-report-id
                   PERFORM VARYING hdl-idx FROM 1 BY 1
                           UNTIL hdl-idx > ws-hd-line-count (hdg-idx)
                       MOVE ws-hd-line (hdg-idx, hdl-idx)
                           TO ws-packet-line
                       PERFORM 3300-WRITE-PACKET-LINE
                   END-PERFORM
           END-SEARCH.

       3300-WRITE-PACKET-LINE.
           IF pk-method = "E"
               ADD 1 TO ws-mail-line-no
               MOVE pk-recipient-id TO mpk-recipient-id
               MOVE pk-email-address TO mpk-email
               MOVE pk-report-id TO mpk-report-id
               MOVE ws-burst-date TO mpk-business-date
               MOVE ws-mail-line-no TO mpk-line-no
               MOVE ws-packet-line TO mpk-print-line
               MOVE FUNCTION CURRENT-DATE TO mpk-timestamp
               WRITE mail-packet-record
           ELSE
               MOVE ws-packet-line TO print-packet-line
               WRITE print-packet-line
           END-IF.

       3400-LOG-DELIVERY.
           MOVE ws-grp-recipient-id TO dlv-recipient-id
           MOVE ws-grp-report-id TO dlv-report-id
           MOVE ws-burst-date TO dlv-business-date
           IF ws-grp-method = "E"
               MOVE "EMAIL" TO dlv-channel
           ELSE
               MOVE "PRINT" TO dlv-channel
           END-IF
           MOVE ws-group-lines TO dlv-line-count
           MOVE FUNCTION CURRENT-DATE TO dlv-timestamp
           WRITE delivery-log-record
           ADD 1 TO ws-deliveries-logged
           SET group-open TO FALSE.

      *> RPTBURST is rewritten holding only the carried lines, so
      *> tonight's are not dealt twice and tomorrow's are not lost.
       4000-CARRY-FORWARD.
           OPEN INPUT burst-carry
           OPEN OUTPUT report-burst
           PERFORM UNTIL no-more-carry
               READ burst-carry
                   AT END
                       SET no-more-carry TO TRUE
               END-READ
               IF NOT no-more-carry
                   WRITE report-burst-record FROM burst-carry-record
               END-IF
           END-PERFORM
           CLOSE burst-carry, report-burst.

       5000-PRINT-EXCEPTIONS.
           MOVE SPACES TO exception-line
           STRING "REPORT SECTIONS WITH NO SUBSCRIBER FOR "
               ws-burst-date
               DELIMITED BY SIZE INTO exception-line
           WRITE exception-line
           MOVE "REPORT    STOR  DIST  REGN     LINES" TO exception-line
           WRITE exception-line
           PERFORM VARYING uns-idx FROM 1 BY 1
                   UNTIL uns-idx > ws-unsub-count
               MOVE SPACES TO ws-unsub-line
               MOVE ws-us-report-id (uns-idx) TO ws-unl-report-id
               IF ws-us-store (uns-idx) NOT = ZERO
                   MOVE ws-us-store (uns-idx) TO ws-unl-store
               END-IF
               MOVE ws-us-district (uns-idx) TO ws-unl-district
               MOVE ws-us-region (uns-idx) TO ws-unl-region
               MOVE ws-us-lines (uns-idx) TO ws-unl-lines
               IF ws-us-store-found (uns-idx) = "N"
                   MOVE "STORE NOT ON STORMAST" TO ws-unl-note
               END-IF
               MOVE ws-unsub-line TO exception-line
               WRITE exception-line
           END-PERFORM
           IF ws-unsub-dropped > ZERO
               MOVE SPACES TO exception-line
               STRING "LINES NOT TALLIED, TABLE FULL: "
                   ws-unsub-dropped
                   DELIMITED BY SIZE INTO exception-line
               WRITE exception-line
           END-IF.

       6000-FINALIZE.
           IF store-master-open
               CLOSE store-master
           END-IF
           CLOSE print-packets, mail-packets, delivery-log,
               exception-report
           IF ws-unsub-count > ZERO
               OR ws-dist-dropped > ZERO
               OR ws-headings-dropped > ZERO
               OR ws-sends-dropped > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "REPORT BURST COMPLETE FOR " ws-burst-date
           DISPLAY "  SUBSCRIPTIONS LOADED:  " ws-dist-count
           DISPLAY "  LINES READ:            " ws-lines-read
           DISPLAY "  LINES CARRIED FORWARD: " ws-lines-carried
           DISPLAY "  PACKET LINES DEALT:    " ws-lines-released
           DISPLAY "  LINES UNSUBSCRIBED:    " ws-lines-unsubscribed
           DISPLAY "  PRINT PACKETS:         " ws-packets-printed
           DISPLAY "  MAIL PACKETS:          " ws-packets-mailed
           DISPLAY "  DELIVERIES LOGGED:     " ws-deliveries-logged
           IF ws-dist-dropped > ZERO
               DISPLAY "  SUBSCRIPTIONS DROPPED, TABLE FULL: "
                   ws-dist-dropped
           END-IF
           IF ws-headings-dropped > ZERO
               DISPLAY "  HEADING LINES DROPPED, TABLE FULL: "
                   ws-headings-dropped
           END-IF
           IF ws-sends-dropped > ZERO
               DISPLAY "  OVERLAP CHECKS SKIPPED, TABLE FULL: "
                   ws-sends-dropped
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
           MOVE "RPTBURST" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
