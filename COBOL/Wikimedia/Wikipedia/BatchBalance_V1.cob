      *>     reads, so prior REJAGE records-out must equal tonight's
      *>     CORRECT records-in -- the suspense hand-off the GDG
      *>     dance is supposed to guarantee;
      *>   - cash application: payments read = posted + suspended;
      *>   - gift-card posting: transactions read = applied +
      *>     refused;
      *>   - autopay outcome intake: bank outcomes read = passed
      *>     to cash application + refused;
      *>   - the intra-day drops: the day close found no drop
      *>     missing or unfinished, one INITDROP record per drop
      *>     closed -- a drop posted twice leaves two, a drop never
      *>     finished none -- and the drops' INITDROP counts add up
      *>     to the day's edit-pass figures the close wrote;
      *>   - drops run in store-range partitions: each partition
      *>     merge's PARTFEED record shows the partitions edited
      *>     the whole drop between them, and the partitions' own
      *>     INITPART figures add up to what the merges took in --
      *>     a partition that ran but never merged shows as a
      *>     difference.
      *> Any count that doesn't cross-foot fails the night loudly
      *> with RETURN-CODE 16.
      *>
           05  prior-paycorr-seen-sw   PIC X VALUE "N".
               88  prior-paycorr-seen
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  giftcard-seen-sw        PIC X VALUE "N".
               88  giftcard-seen
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  apreturn-seen-sw        PIC X VALUE "N".
               88  apreturn-seen
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  drops-seen-sw           PIC X VALUE "N".
               88  drops-seen
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> Latest stats per program, plus the aging pass's previous
      *> run for the cross-night suspense hand-off check.  The file
           05  ws-ini-in               PIC 9(9).
           05  ws-ini-out              PIC 9(9).
           05  ws-ini-rejects          PIC 9(9).
      *> The day close's drop proof, and tonight's INITDROP
      *> records summed -- one per drop run that finished.
       01  ws-drops-stats.
           05  ws-drp-in               PIC 9(9).
           05  ws-drp-out              PIC 9(9).
           05  ws-drp-rejects          PIC 9(9).
       01  ws-initdrop-stats.
           05  ws-idr-runs             PIC 9(9) VALUE ZERO.
           05  ws-idr-in               PIC 9(9) VALUE ZERO.
           05  ws-idr-out              PIC 9(9) VALUE ZERO.
           05  ws-idr-rejects          PIC 9(9) VALUE ZERO.
      *> Tonight's partition merges' feed proofs and the
      *> partitions' own INITPART records, each summed.
       01  ws-partfeed-stats.
           05  ws-pfd-drops            PIC 9(9) VALUE ZERO.
           05  ws-pfd-in               PIC 9(9) VALUE ZERO.
           05  ws-pfd-out              PIC 9(9) VALUE ZERO.
           05  ws-pfd-rejects          PIC 9(9) VALUE ZERO.
       01  ws-initpart-stats.
           05  ws-ipt-runs             PIC 9(9) VALUE ZERO.
           05  ws-ipt-in               PIC 9(9) VALUE ZERO.
           05  ws-ipt-out              PIC 9(9) VALUE ZERO.
           05  ws-ipt-rejects          PIC 9(9) VALUE ZERO.
       01  ws-rejage-stats.
           05  ws-rej-in               PIC 9(9).
           05  ws-rej-out              PIC 9(9).
           05  ws-pcr-in               PIC 9(9).
           05  ws-pcr-out              PIC 9(9).
           05  ws-pcr-rejects          PIC 9(9).
       01  ws-giftcard-stats.
           05  ws-gft-in               PIC 9(9).
           05  ws-gft-out              PIC 9(9).
           05  ws-gft-rejects          PIC 9(9).
       01  ws-apreturn-stats.
           05  ws-apr-in               PIC 9(9).
           05  ws-apr-out              PIC 9(9).
           05  ws-apr-rejects          PIC 9(9).
       01  ws-prior-cashapp-susp       PIC 9(9) VALUE ZERO.
       01  ws-prior-paycorr-carry      PIC 9(9) VALUE ZERO.

                           MOVE stat-rejects TO ws-ini-rejects
                           SET initiate-seen TO TRUE
                       END-IF
                   WHEN "INITDROP"
                       IF stat-business-date = ws-tonight-date
                           ADD 1 TO ws-idr-runs
                           ADD stat-records-in TO ws-idr-in
                           ADD stat-records-out TO ws-idr-out
                           ADD stat-rejects TO ws-idr-rejects
                       END-IF
                   WHEN "INITPART"
                       IF stat-business-date = ws-tonight-date
                           ADD 1 TO ws-ipt-runs
                           ADD stat-records-in TO ws-ipt-in
                           ADD stat-records-out TO ws-ipt-out
                           ADD stat-rejects TO ws-ipt-rejects
                       END-IF
                   WHEN "PARTFEED"
                       IF stat-business-date = ws-tonight-date
                           ADD 1 TO ws-pfd-drops
                           ADD stat-records-in TO ws-pfd-in
                           ADD stat-records-out TO ws-pfd-out
                           ADD stat-rejects TO ws-pfd-rejects
                       END-IF
                   WHEN "DROPS"
                       IF stat-business-date = ws-tonight-date
                           MOVE stat-records-in TO ws-drp-in
                           MOVE stat-records-out TO ws-drp-out
                           MOVE stat-rejects TO ws-drp-rejects
                           SET drops-seen TO TRUE
                       END-IF
                   WHEN "REJAGE"
                       IF stat-business-date = ws-tonight-date
                           MOVE stat-records-in TO ws-rej-in
                               TO ws-dep-amount-out
                           SET deprecon-seen TO TRUE
                       END-IF
                   WHEN "GIFTCARD"
                       IF stat-business-date = ws-tonight-date
                           MOVE stat-records-in TO ws-gft-in
                           MOVE stat-records-out TO ws-gft-out
                           MOVE stat-rejects TO ws-gft-rejects
                           SET giftcard-seen TO TRUE
                       END-IF
                   WHEN "APRETURN"
                       IF stat-business-date = ws-tonight-date
                           MOVE stat-records-in TO ws-apr-in
                           MOVE stat-records-out TO ws-apr-out
                           MOVE stat-rejects TO ws-apr-rejects
                           SET apreturn-seen TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   ws-tonight-date
               ADD 1 TO ws-failures
           END-IF
      *> The edit pass now runs drop by drop through the day; the
      *> day close proves the drops and totals them, and every
      *> drop must have been processed exactly once.
           IF drops-seen
               IF ws-drp-rejects NOT = ZERO
                   DISPLAY "SALES DROPS MISSING OR UNFINISHED: "
                       ws-drp-rejects " OF " ws-drp-in
                   ADD 1 TO ws-failures
               END-IF
               IF ws-idr-runs NOT = ws-drp-out
                   DISPLAY "DROP RUNS DO NOT MATCH DROPS CLOSED: "
                       "RUNS " ws-idr-runs " CLOSED " ws-drp-out
                   ADD 1 TO ws-failures
               END-IF
               IF initiate-seen
                   AND (ws-idr-in NOT = ws-ini-in
                       OR ws-idr-out NOT = ws-ini-out
                       OR ws-idr-rejects NOT = ws-ini-rejects)
                   DISPLAY "DROP RUNS DO NOT ADD TO THE DAY: IN "
                       ws-idr-in " OUT " ws-idr-out " REJ "
                       ws-idr-rejects
                   ADD 1 TO ws-failures
               END-IF
           ELSE
               DISPLAY "NO SALES-DROP STATS ON RUNSTATS FOR "
                   ws-tonight-date
               ADD 1 TO ws-failures
           END-IF
      *> Partitioned drops: the partitions together edited every
      *> sale in each drop, and every partition run was merged.
           IF ws-ipt-runs > ZERO OR ws-pfd-drops > ZERO
               IF ws-pfd-in NOT = ws-pfd-out
                   OR ws-pfd-rejects NOT = ZERO
                   DISPLAY "PARTITIONS DID NOT COVER THE DROPS: FEED "
                       ws-pfd-in " EDITED " ws-pfd-out
                   ADD 1 TO ws-failures
               END-IF
               IF ws-ipt-in NOT = ws-pfd-out
                   DISPLAY "PARTITION RUNS DO NOT ADD TO THE MERGED "
                       "DROPS: RUNS " ws-ipt-runs " EDITED " ws-ipt-in
                       " MERGED " ws-pfd-out
                   ADD 1 TO ws-failures
               END-IF
               IF ws-ipt-in NOT = ws-ipt-out + ws-ipt-rejects
                   DISPLAY "PARTITION RUNS DO NOT CROSS-FOOT: IN "
                       ws-ipt-in " OUT " ws-ipt-out " REJ "
                       ws-ipt-rejects
                   ADD 1 TO ws-failures
               END-IF
           END-IF
           IF correct-seen
               IF ws-cor-in NOT = ws-cor-out + ws-cor-rejects
                   DISPLAY "CORRECTION PASS DOES NOT CROSS-FOOT: IN "
               DISPLAY "NO DEPOSIT-RECON STATS ON RUNSTATS FOR "
                   ws-tonight-date
               ADD 1 TO ws-failures
           END-IF
      *> Gift-card posting runs every night ahead of cash
      *> application, whose feed it extends with tonight's
      *> redemptions.
           IF giftcard-seen
               IF ws-gft-in NOT = ws-gft-out + ws-gft-rejects
                   DISPLAY "GIFT-CARD POSTING DOES NOT CROSS-FOOT: "
                       "IN " ws-gft-in " OUT " ws-gft-out " REF "
                       ws-gft-rejects
                   ADD 1 TO ws-failures
               END-IF
           ELSE
               DISPLAY "NO GIFT-CARD STATS ON RUNSTATS FOR "
                   ws-tonight-date
               ADD 1 TO ws-failures
           END-IF
      *> The autopay outcome intake runs every night ahead of cash
      *> application too, extending its feed with the bank's
      *> collected and returned debits.
           IF apreturn-seen
               IF ws-apr-in NOT = ws-apr-out + ws-apr-rejects
                   DISPLAY "AUTOPAY OUTCOMES DO NOT CROSS-FOOT: "
                       "IN " ws-apr-in " OUT " ws-apr-out " REF "
                       ws-apr-rejects
                   ADD 1 TO ws-failures
               END-IF
           ELSE
               DISPLAY "NO AUTOPAY-OUTCOME STATS ON RUNSTATS FOR "
                   ws-tonight-date
               ADD 1 TO ws-failures
           END-IF.

       4000-FINALIZE.
