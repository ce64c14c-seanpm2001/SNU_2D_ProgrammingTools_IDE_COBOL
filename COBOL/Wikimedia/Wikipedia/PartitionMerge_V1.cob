       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTITION-MERGE-V1.
      *> Merge of an intra-day drop run in store-range partitions
      *> (see the partition note at the head of INITIATE_V1.cob).
      *> Runs once every partition of the drop, and the serial pass
      *> over the sales they deferred (partition 99), has finished.
      *> Off the DROPPARM card's drop number and the next business
      *> date on DATECTL -- the date every drop posts under -- it:
      *>   - reads each partition's DROPCTL record, for every
      *>     partition PARTMAP names (and the default partition)
      *>     plus the serial pass, and proves the partitions
      *>     together covered the whole drop: every partition
      *>     finished, every partition saw the same feed, each
      *>     partition's edited + skipped + deferred comes to that
      *>     feed, what the partitions edited or deferred between
      *>     them comes to it exactly -- every sale taken by one
      *>     partition and one only -- and the serial pass read
      *>     every sale deferred.  A drop that does not prove is
      *>     not merged (RETURN-CODE 8): finish or rerun the
      *>     partition and rerun this step;
      *>   - appends the partitions' rejects, per-store records and
      *>     points movements to the drop files the unpartitioned
      *>     drop writes (DROPREJ, DAYDROP, POINTMOV), their
      *>     INITPART run statistics and step stamps to RUNSTATS and
      *>     STEPTIME, their CUSTMAST after-images to the current
      *>     CUSTJRNL generation, their report burst lines to
      *>     RPTBURST for the night's distribution step, and their
      *>     report sections, partition by partition, to this
      *>     step's report behind the partition register;
      *>   - writes the drop's own DROPCTL record (partition 00),
      *>     processed, with the partitions' counts totalled, for
      *>     the night's day close to prove and close like any
      *>     other drop, and the drop's INITDROP run statistics;
      *>   - writes a PARTFEED run-statistics record -- the drop's
      *>     feed in, the sales the partitions edited between them
      *>     out -- for the balancing step to match against the
      *>     partitions' own INITPART figures;
      *>   - deletes the drop's customer claims from CUSTCLM and
      *>     releases the INITPART hold on the CUSTMAST token.
      *> The drop record is written in progress before anything is
      *> copied.  A merge interrupted partway leaves it so, and the
      *> rerun merges again from the top: outputs the interrupted
      *> run had already copied are copied a second time, and the
      *> console says so for the desk to weed out -- the day
      *> close's reject count difference shows any that were
      *> rejects.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Drop card: the drop number, columns 1-3.
           SELECT drop-parm ASSIGN TO "DROPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-drop-parm-status.

           SELECT date-control ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-date-control-status.

      *> Partition map cards, as INITIATE-V1 reads them: store
      *> region, columns 1-4, partition, columns 5-6.
           SELECT partition-map ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-partition-map-status.

      *> Intra-day drop control, keyed business date/drop number/
      *> partition.
           SELECT drop-control ASSIGN TO "DROPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS drop-key
               FILE STATUS IS ws-drop-control-status.

      *> Customer claims between the partitions, keyed drop/
      *> customer.
           SELECT cust-claim ASSIGN TO "CUSTCLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS clm-key
               FILE STATUS IS ws-cust-claim-status.

      *> CUSTMAST run-interlock token the partitions hold.
           SELECT custmast-lock ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-custmast-lock-status.

      *> Each partition output arrives as the partitions' files
      *> concatenated, and goes to the file the unpartitioned drop
      *> writes.
           SELECT part-reject-file ASSIGN TO "REJPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-reject-status.

           SELECT drop-reject-file ASSIGN TO "DROPREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-drop-reject-status.

           SELECT part-day-history ASSIGN TO "DAYPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-history-status.

           SELECT drop-day-history ASSIGN TO "DAYDROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-drop-history-status.

           SELECT part-points-move ASSIGN TO "PMOVPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-points-status.

           SELECT points-movement ASSIGN TO "POINTMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-points-move-status.

           SELECT part-run-stats ASSIGN TO "STATPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-stats-status.

      *> Shared run-statistics file every step of the chain appends
      *> to; the end-of-night balancing step cross-foots it.
           SELECT run-stats ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-run-stats-status.

           SELECT part-step-timing ASSIGN TO "TIMEPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-timing-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

      *> The partitions' CUSTMAST after-image journals, and the
      *> journal generation the image copy started -- see CUSTJRNL.
           SELECT part-cust-journal ASSIGN TO "JRNLPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-journal-status.

           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

      *> The partitions' report burst lines, and the day's burst
      *> file the drops append to -- see RPTBURST.
           SELECT part-report-burst ASSIGN TO "BRSTPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-burst-status.

           SELECT report-burst ASSIGN TO "RPTBURST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-burst-status.

           SELECT part-report ASSIGN TO "RPTPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-part-report-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

       DATA DIVISION.
       FILE SECTION.
      *> Drop card: drop number, columns 1-3.
       FD  drop-parm.
       01  drop-parm-line              PIC X(3).

       FD  date-control
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  partition-map.
       01  partition-map-card.
           05  pmc-region              PIC X(4).
           05  pmc-partition           PIC X(2).

       FD  drop-control.
       COPY DROPCTL.

       FD  cust-claim.
       COPY CUSTCLM.

       FD  custmast-lock
           RECORDING MODE IS F.
       COPY CUSTLOCK.

      *> The partition outputs are copied as they stand, so each is
      *> carried as a plain record the length of its layout.
       FD  part-reject-file
           RECORDING MODE IS F.
       01  part-reject-record          PIC X(81).

       FD  drop-reject-file
           RECORDING MODE IS F.
       01  drop-reject-record          PIC X(81).

       FD  part-day-history
           RECORDING MODE IS F.
       01  part-history-record         PIC X(112).

       FD  drop-day-history
           RECORDING MODE IS F.
       01  drop-history-record         PIC X(112).

       FD  part-points-move
           RECORDING MODE IS F.
       01  part-points-record          PIC X(93).

       FD  points-movement
           RECORDING MODE IS F.
       01  points-move-out-record      PIC X(93).

       FD  part-run-stats
           RECORDING MODE IS F.
       01  part-stats-record           PIC X(95).

       FD  run-stats
           RECORDING MODE IS F.
       COPY RUNSTATS.

       FD  part-step-timing
           RECORDING MODE IS F.
       01  part-timing-record          PIC X(35).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       FD  part-cust-journal
           RECORDING MODE IS F.
       01  part-journal-record         PIC X(271).

       FD  cust-journal
           RECORDING MODE IS F.
       COPY CUSTJRNL.

       FD  part-report-burst
           RECORDING MODE IS F.
       01  part-burst-record           PIC X(129).

       FD  report-burst
           RECORDING MODE IS F.
       COPY RPTBURST.

       FD  part-report.
       01  part-report-line            PIC X(80).

       FD  report-out.
       01  report-line                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-drop-parm-status     PIC XX.
           05  ws-date-control-status  PIC XX.
           05  ws-partition-map-status PIC XX.
           05  ws-drop-control-status  PIC XX.
           05  ws-cust-claim-status    PIC XX.
           05  ws-custmast-lock-status PIC XX.
           05  ws-part-reject-status   PIC XX.
           05  ws-drop-reject-status   PIC XX.
           05  ws-part-history-status  PIC XX.
           05  ws-drop-history-status  PIC XX.
           05  ws-part-points-status   PIC XX.
           05  ws-points-move-status   PIC XX.
           05  ws-part-stats-status    PIC XX.
           05  ws-run-stats-status     PIC XX.
           05  ws-part-timing-status   PIC XX.
           05  ws-part-journal-status  PIC XX.
           05  ws-cust-journal-status  PIC XX.
           05  ws-part-burst-status    PIC XX.
           05  ws-report-burst-status  PIC XX.
           05  ws-part-report-status   PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-part-map-sw     PIC X VALUE "N".
               88  no-more-part-map    VALUE "Y".
           05  no-more-input-sw        PIC X VALUE "N".
               88  no-more-input
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-claims-sw       PIC X VALUE "N".
               88  no-more-claims
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  feed-set-sw             PIC X VALUE "N".
               88  feed-set            VALUE "Y".
           05  merge-resumed-sw        PIC X VALUE "N".
               88  merge-resumed       VALUE "Y".
           05  drop-proven-sw          PIC X VALUE "N".
               88  drop-proven
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-posting-busdate          PIC 9(8).
       01  ws-drop-no                  PIC 9(3).

      *> Partitions the drop must have, by partition number: every
      *> partition on the map, the default partition (01 unless a
      *> "****" card names another, as INITIATE-V1 defaults it) and
      *> the serial pass, 99.
       01  ws-partition-table.
           05  ws-part-expected OCCURS 99 TIMES PIC X.
       01  ws-part-default             PIC 9(2) VALUE 1.
       01  ws-part-no                  PIC 9(2).

      *> The drop's partition proof.
       01  ws-merge-totals.
           05  ws-parts-expected       PIC 9(3) VALUE ZERO.
           05  ws-parts-finished       PIC 9(3) VALUE ZERO.
           05  ws-parts-missing        PIC 9(3) VALUE ZERO.
           05  ws-parts-unfinished     PIC 9(3) VALUE ZERO.
           05  ws-parts-unbalanced     PIC 9(3) VALUE ZERO.
           05  ws-feed-records         PIC 9(9) VALUE ZERO.
           05  ws-feed-taken           PIC 9(9) VALUE ZERO.
           05  ws-feed-deferred        PIC 9(9) VALUE ZERO.
           05  ws-pass-feed            PIC 9(9) VALUE ZERO.
           05  ws-part-accounted       PIC 9(9).
           05  ws-drop-edited          PIC 9(9) VALUE ZERO.
           05  ws-drop-posted          PIC 9(9) VALUE ZERO.
           05  ws-drop-rejected        PIC 9(9) VALUE ZERO.
           05  ws-drop-amount-posted   PIC S9(11)V99 VALUE ZERO.
           05  ws-drop-amount-rejected PIC S9(11)V99 VALUE ZERO.
           05  ws-drop-started         PIC X(26) VALUE HIGH-VALUES.
           05  ws-drop-runs            PIC 9(3) VALUE 1.

       01  ws-copy-totals.
           05  ws-rejects-merged       PIC 9(9) VALUE ZERO.
           05  ws-history-merged       PIC 9(7) VALUE ZERO.
           05  ws-points-merged        PIC 9(9) VALUE ZERO.
           05  ws-stats-merged         PIC 9(7) VALUE ZERO.
           05  ws-stamps-merged        PIC 9(7) VALUE ZERO.
           05  ws-journal-merged       PIC 9(9) VALUE ZERO.
           05  ws-burst-merged         PIC 9(9) VALUE ZERO.
           05  ws-report-merged        PIC 9(9) VALUE ZERO.
           05  ws-claims-deleted       PIC 9(9) VALUE ZERO.

       01  ws-part-line.
           05  FILLER                  PIC X(5) VALUE "PART ".
           05  ws-pl-part-no           PIC 9(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pl-status            PIC X(11).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-pl-runs              PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-pl-feed              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-pl-edited            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-pl-skipped           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-pl-deferred          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-pl-rejected          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-PARTITIONS
           IF drop-proven
               PERFORM 3000-REGISTER-MERGE
               PERFORM 4000-MERGE-OUTPUTS
               PERFORM 5000-COMPLETE-DROP
               PERFORM 6000-WRITE-RUN-STATS
               PERFORM 7000-RELEASE-CLAIMS
               PERFORM 9790-RELEASE-CUSTMAST-LOCK
           ELSE
               DISPLAY "DROP " ws-drop-no " FOR " ws-posting-busdate
                   " NOT MERGED - " ws-parts-missing " MISSING, "
                   ws-parts-unfinished " NOT FINISHED, "
                   ws-parts-unbalanced " NOT BALANCED"
               MOVE "** DROP NOT MERGED - FINISH OR RERUN PARTITIONS"
                   TO report-line
               WRITE report-line
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT drop-parm
           IF ws-drop-parm-status NOT = "00"
               DISPLAY "DROPPARM NOT AVAILABLE - STATUS "
                   ws-drop-parm-status " - MERGE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ drop-parm
               AT END
                   MOVE SPACES TO drop-parm-line
           END-READ
           CLOSE drop-parm
           IF drop-parm-line NOT NUMERIC
               DISPLAY "DROPPARM NOT NUMERIC - " drop-parm-line
                   " - MERGE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE drop-parm-line TO ws-drop-no
           OPEN INPUT date-control
           IF ws-date-control-status NOT = "00"
               DISPLAY "DATECTL NOT AVAILABLE - STATUS "
                   ws-date-control-status " - MERGE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ date-control
               AT END
                   DISPLAY "DATECTL EMPTY - MERGE REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE date-control
           MOVE dctl-next-business-date TO ws-posting-busdate
           PERFORM 1100-LOAD-PARTITION-MAP
           OPEN I-O drop-control
           IF ws-drop-control-status NOT = "00"
               DISPLAY "DROPCTL NOT AVAILABLE - STATUS "
                   ws-drop-control-status " - MERGE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CHECK-DROP-RECORD
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "PARTITION MERGE - DROP " ws-drop-no
               " - BUSINESS DATE " ws-posting-busdate
               DELIMITED BY SIZE INTO report-line
           WRITE report-line.

      *> Without the map there is no telling which partitions the
      *> drop should have, so the merge is refused rather than
      *> guessed.
       1100-LOAD-PARTITION-MAP.
           MOVE SPACES TO ws-partition-table
           OPEN INPUT partition-map
           IF ws-partition-map-status NOT = "00"
               DISPLAY "PARTMAP NOT AVAILABLE - STATUS "
                   ws-partition-map-status " - MERGE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-more-part-map
               READ partition-map
                   AT END
                       SET no-more-part-map TO TRUE
                   NOT AT END
                       IF pmc-partition IS NUMERIC
                           AND pmc-partition NOT = "00"
                           AND pmc-partition NOT = "99"
                           MOVE pmc-partition TO ws-part-no
                           MOVE "Y" TO ws-part-expected (ws-part-no)
                           IF pmc-region = "****"
                               MOVE ws-part-no TO ws-part-default
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE partition-map
           MOVE "Y" TO ws-part-expected (ws-part-default)
           MOVE "Y" TO ws-part-expected (99).

      *> The drop's own record is there already when the drop ran
      *> whole or has merged -- refused -- or when a merge was
      *> interrupted, which this run picks up.
       1200-CHECK-DROP-RECORD.
           MOVE ws-posting-busdate TO drop-business-date
           MOVE ws-drop-no TO drop-no
           MOVE ZERO TO drop-partition
           READ drop-control
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF drop-in-progress
                       SET merge-resumed TO TRUE
                       COMPUTE ws-drop-runs = drop-run-count + 1
                       DISPLAY "DROP " ws-drop-no " FOR "
                           ws-posting-busdate " MERGE WAS INTERRUPTED"
                           " - OUTPUTS ALREADY COPIED WILL REPEAT"
                   ELSE
                       DISPLAY "DROP " ws-drop-no " FOR "
                           ws-posting-busdate " ALREADY RUN WHOLE OR"
                           " MERGED " drop-end-timestamp
                           " - MERGE REFUSED"
                       CLOSE drop-control
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *> The partition register, and the proof that the partitions
      *> between them took every sale in the drop exactly once.
       2000-PROVE-PARTITIONS.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "PARTITION REGISTER" TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE "PART" TO report-line (1:4)
           MOVE "STATUS" TO report-line (10:6)
           MOVE "RUNS" TO report-line (21:4)
           MOVE "FEED" TO report-line (32:4)
           MOVE "EDITED" TO report-line (40:6)
           MOVE "SKIPPED" TO report-line (49:7)
           MOVE "DEFERRED" TO report-line (58:8)
           MOVE "REJECTED" TO report-line (68:8)
           WRITE report-line
           PERFORM VARYING ws-part-no FROM 1 BY 1
                   UNTIL ws-part-no > 98
               IF ws-part-expected (ws-part-no) = "Y"
                   PERFORM 2100-PROVE-ONE-PARTITION
               END-IF
           END-PERFORM
           MOVE 99 TO ws-part-no
           PERFORM 2100-PROVE-ONE-PARTITION
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "PARTITIONS " ws-parts-expected
               "  FINISHED " ws-parts-finished
               "  NOT FINISHED " ws-parts-unfinished
               "  MISSING " ws-parts-missing
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "FEED " ws-feed-records
               "  TAKEN " ws-feed-taken
               "  DEFERRED " ws-feed-deferred
               "  SERIAL PASS READ " ws-pass-feed
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           IF ws-parts-missing = ZERO
               AND ws-parts-unfinished = ZERO
               IF ws-feed-taken NOT = ws-feed-records
                   ADD 1 TO ws-parts-unbalanced
                   MOVE "** PARTITIONS DID NOT TAKE EVERY SALE ONCE"
                       TO report-line
                   WRITE report-line
               END-IF
               IF ws-pass-feed NOT = ws-feed-deferred
                   ADD 1 TO ws-parts-unbalanced
                   MOVE "** SERIAL PASS DID NOT READ EVERY DEFERRAL"
                       TO report-line
                   WRITE report-line
               END-IF
               IF ws-parts-unbalanced = ZERO
                   SET drop-proven TO TRUE
               END-IF
           END-IF.

       2100-PROVE-ONE-PARTITION.
           ADD 1 TO ws-parts-expected
           MOVE SPACES TO ws-pl-status
           MOVE ZERO TO ws-pl-runs
           MOVE ZERO TO ws-pl-feed
           MOVE ZERO TO ws-pl-edited
           MOVE ZERO TO ws-pl-skipped
           MOVE ZERO TO ws-pl-deferred
           MOVE ZERO TO ws-pl-rejected
           MOVE ws-part-no TO ws-pl-part-no
           MOVE ws-posting-busdate TO drop-business-date
           MOVE ws-drop-no TO drop-no
           MOVE ws-part-no TO drop-partition
           READ drop-control
               INVALID KEY
                   ADD 1 TO ws-parts-missing
                   MOVE "MISSING" TO ws-pl-status
                   DISPLAY "DROP " ws-drop-no " PARTITION "
                       ws-part-no " NEVER RAN"
               NOT INVALID KEY
                   MOVE drop-run-count TO ws-pl-runs
                   IF drop-processed OR drop-closed
                       PERFORM 2200-TOTAL-PARTITION
                   ELSE
                       ADD 1 TO ws-parts-unfinished
                       MOVE "IN PROGRESS" TO ws-pl-status
                       DISPLAY "DROP " ws-drop-no " PARTITION "
                           ws-part-no " STILL IN PROGRESS"
                   END-IF
           END-READ
           MOVE ws-part-line TO report-line
           WRITE report-line.

      *> A store partition must have seen the same feed as the
      *> others and accounted for every sale in it; the serial pass
      *> reads only the deferrals.
       2200-TOTAL-PARTITION.
           ADD 1 TO ws-parts-finished
           MOVE "PROCESSED" TO ws-pl-status
           MOVE drop-feed-records TO ws-pl-feed
           MOVE drop-edited TO ws-pl-edited
           MOVE drop-skipped TO ws-pl-skipped
           MOVE drop-deferred TO ws-pl-deferred
           MOVE drop-rejected TO ws-pl-rejected
           ADD drop-edited TO ws-drop-edited
           ADD drop-posted TO ws-drop-posted
           ADD drop-rejected TO ws-drop-rejected
           ADD drop-amount-posted TO ws-drop-amount-posted
           ADD drop-amount-rejected TO ws-drop-amount-rejected
           IF drop-start-timestamp < ws-drop-started
               MOVE drop-start-timestamp TO ws-drop-started
           END-IF
           IF drop-partition = 99
               MOVE drop-feed-records TO ws-pass-feed
               ADD drop-edited TO ws-feed-taken
           ELSE
               IF NOT feed-set
                   MOVE drop-feed-records TO ws-feed-records
                   SET feed-set TO TRUE
               END-IF
               COMPUTE ws-part-accounted =
                   drop-edited + drop-skipped + drop-deferred
               IF drop-feed-records NOT = ws-feed-records
                   OR ws-part-accounted NOT = drop-feed-records
                   ADD 1 TO ws-parts-unbalanced
                   MOVE "UNBALANCED" TO ws-pl-status
                   DISPLAY "DROP " ws-drop-no " PARTITION "
                       drop-partition " FEED " drop-feed-records
                       " ACCOUNTED " ws-part-accounted
                       " - DROP FEED " ws-feed-records
               END-IF
               ADD drop-edited TO ws-feed-taken
               ADD drop-deferred TO ws-feed-taken
               ADD drop-deferred TO ws-feed-deferred
           END-IF.

      *> The drop's own record goes on in progress before the first
      *> output is copied, so no partition can be rerun into a drop
      *> that is part-merged.
       3000-REGISTER-MERGE.
           MOVE ws-posting-busdate TO drop-business-date
           MOVE ws-drop-no TO drop-no
           MOVE ZERO TO drop-partition
           SET drop-in-progress TO TRUE
           MOVE ws-drop-runs TO drop-run-count
           MOVE ZERO TO drop-ckpt-read-count
           MOVE ZERO TO drop-ckpt-edited
           MOVE ZERO TO drop-ckpt-posted
           MOVE ZERO TO drop-ckpt-rejected
           MOVE ZERO TO drop-ckpt-amount-posted
           MOVE ZERO TO drop-ckpt-amount-rejected
           MOVE ZERO TO drop-ckpt-feed
           MOVE ZERO TO drop-ckpt-skipped
           MOVE ZERO TO drop-ckpt-deferred
           MOVE ZERO TO drop-records-read
           MOVE ZERO TO drop-edited
           MOVE ZERO TO drop-posted
           MOVE ZERO TO drop-rejected
           MOVE ZERO TO drop-amount-posted
           MOVE ZERO TO drop-amount-rejected
           MOVE ZERO TO drop-feed-records
           MOVE ZERO TO drop-skipped
           MOVE ZERO TO drop-deferred
           MOVE ws-drop-started TO drop-start-timestamp
           MOVE SPACES TO drop-end-timestamp
           MOVE SPACES TO drop-close-timestamp
           IF merge-resumed
               REWRITE drop-control-record
           ELSE
               WRITE drop-control-record
           END-IF.

       4000-MERGE-OUTPUTS.
           PERFORM 4100-MERGE-REJECTS
           PERFORM 4200-MERGE-DAY-HISTORY
           PERFORM 4300-MERGE-POINTS-MOVEMENTS
           PERFORM 4400-MERGE-RUN-STATS
           PERFORM 4500-MERGE-STEP-STAMPS
           PERFORM 4550-MERGE-CUST-JOURNAL
           PERFORM 4570-MERGE-REPORT-BURST
           PERFORM 4600-MERGE-REPORTS
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "MERGED - REJECTS " ws-rejects-merged
               "  STORE RECORDS " ws-history-merged
               "  POINTS MOVES " ws-points-merged
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           IF ws-rejects-merged NOT = ws-drop-rejected
               MOVE SPACES TO report-line
               STRING "** REJECTS MERGED " ws-rejects-merged
                   " DIFFER FROM PARTITIONS' REJECT COUNT "
                   ws-drop-rejected
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF.

       4100-MERGE-REJECTS.
           OPEN INPUT part-reject-file
           IF ws-part-reject-status NOT = "00"
               DISPLAY "REJPART NOT AVAILABLE - STATUS "
                   ws-part-reject-status " - NO REJECTS MERGED"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND drop-reject-file
               IF ws-drop-reject-status NOT = "00"
                   OPEN OUTPUT drop-reject-file
               END-IF
               SET no-more-input TO FALSE
               PERFORM UNTIL no-more-input
                   READ part-reject-file
                       AT END
                           SET no-more-input TO TRUE
                       NOT AT END
                           WRITE drop-reject-record
                               FROM part-reject-record
                           ADD 1 TO ws-rejects-merged
                   END-READ
               END-PERFORM
               CLOSE part-reject-file, drop-reject-file
           END-IF.

       4200-MERGE-DAY-HISTORY.
           OPEN INPUT part-day-history
           IF ws-part-history-status NOT = "00"
               DISPLAY "DAYPART NOT AVAILABLE - STATUS "
                   ws-part-history-status " - NO STORE RECORDS MERGED"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND drop-day-history
               IF ws-drop-history-status NOT = "00"
                   OPEN OUTPUT drop-day-history
               END-IF
               SET no-more-input TO FALSE
               PERFORM UNTIL no-more-input
                   READ part-day-history
                       AT END
                           SET no-more-input TO TRUE
                       NOT AT END
                           WRITE drop-history-record
                               FROM part-history-record
                           ADD 1 TO ws-history-merged
                   END-READ
               END-PERFORM
               CLOSE part-day-history, drop-day-history
           END-IF.

       4300-MERGE-POINTS-MOVEMENTS.
           OPEN INPUT part-points-move
           IF ws-part-points-status NOT = "00"
               DISPLAY "PMOVPART NOT AVAILABLE - STATUS "
                   ws-part-points-status " - NO POINTS MOVES MERGED"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND points-movement
               IF ws-points-move-status NOT = "00"
                   OPEN OUTPUT points-movement
               END-IF
               SET no-more-input TO FALSE
               PERFORM UNTIL no-more-input
                   READ part-points-move
                       AT END
                           SET no-more-input TO TRUE
                       NOT AT END
                           WRITE points-move-out-record
                               FROM part-points-record
                           ADD 1 TO ws-points-merged
                   END-READ
               END-PERFORM
               CLOSE part-points-move, points-movement
           END-IF.

       4400-MERGE-RUN-STATS.
           OPEN INPUT part-run-stats
           IF ws-part-stats-status NOT = "00"
               DISPLAY "STATPART NOT AVAILABLE - STATUS "
                   ws-part-stats-status " - NO RUN STATISTICS MERGED"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 6900-OPEN-RUN-STATS
               SET no-more-input TO FALSE
               PERFORM UNTIL no-more-input
                   READ part-run-stats
                       AT END
                           SET no-more-input TO TRUE
                       NOT AT END
                           WRITE run-stats-record
                               FROM part-stats-record
                           ADD 1 TO ws-stats-merged
                   END-READ
               END-PERFORM
               CLOSE part-run-stats, run-stats
           END-IF.

      *> Each partition's stamps come across as a block, so every
      *> partition's start and end stay paired for the trend report.
       4500-MERGE-STEP-STAMPS.
           OPEN INPUT part-step-timing
           IF ws-part-timing-status NOT = "00"
               DISPLAY "TIMEPART NOT AVAILABLE - STATUS "
                   ws-part-timing-status " - NO STEP STAMPS MERGED"
           ELSE
               OPEN EXTEND step-timing
               IF ws-step-timing-status NOT = "00"
                   OPEN OUTPUT step-timing
               END-IF
               SET no-more-input TO FALSE
               PERFORM UNTIL no-more-input
                   READ part-step-timing
                       AT END
                           SET no-more-input TO TRUE
                       NOT AT END
                           WRITE step-timing-record
                               FROM part-timing-record
                           ADD 1 TO ws-stamps-merged
                   END-READ
               END-PERFORM
               CLOSE part-step-timing, step-timing
           END-IF.

      *> Each partition's after-images come across as a block,
      *> partition 99 last.  A customer is posted by one partition
      *> and then, for what it deferred, by the serial pass, so
      *> every customer's changes stay in the order they were made.
      *> A journal that cannot be merged leaves the night's image
      *> unable to recover tonight's master: RETURN-CODE 4, and the
      *> desk copies JRNLPART to CUSTJRNL before the next image.
       4550-MERGE-CUST-JOURNAL.
           OPEN INPUT part-cust-journal
           IF ws-part-journal-status NOT = "00"
               DISPLAY "JRNLPART NOT AVAILABLE - STATUS "
                   ws-part-journal-status " - NO JOURNAL MERGED"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND cust-journal
               IF ws-cust-journal-status NOT = "00"
                   OPEN OUTPUT cust-journal
               END-IF
               SET no-more-input TO FALSE
               PERFORM UNTIL no-more-input
                   READ part-cust-journal
                       AT END
                           SET no-more-input TO TRUE
                       NOT AT END
                           WRITE cust-journal-record
                               FROM part-journal-record
                           ADD 1 TO ws-journal-merged
                   END-READ
               END-PERFORM
               CLOSE part-cust-journal, cust-journal
           END-IF.

      *> The partitions' burst lines, partition 99 last, onto the
      *> day's RPTBURST as an unpartitioned drop appends them.
       4570-MERGE-REPORT-BURST.
           OPEN INPUT part-report-burst
           IF ws-part-burst-status NOT = "00"
               DISPLAY "BRSTPART NOT AVAILABLE - STATUS "
                   ws-part-burst-status " - NO BURST LINES MERGED"
           ELSE
               OPEN EXTEND report-burst
               IF ws-report-burst-status NOT = "00"
                   OPEN OUTPUT report-burst
               END-IF
               SET no-more-input TO FALSE
               PERFORM UNTIL no-more-input
                   READ part-report-burst
                       AT END
                           SET no-more-input TO TRUE
                       NOT AT END
                           WRITE report-burst-record
                               FROM part-burst-record
                           ADD 1 TO ws-burst-merged
                   END-READ
               END-PERFORM
               CLOSE part-report-burst, report-burst
           END-IF.

      *> The partitions' report sections, in partition order,
      *> behind the register.
       4600-MERGE-REPORTS.
           OPEN INPUT part-report
           IF ws-part-report-status NOT = "00"
               DISPLAY "RPTPART NOT AVAILABLE - STATUS "
                   ws-part-report-status " - NO REPORT SECTIONS MERGED"
           ELSE
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE "PARTITION REPORT SECTIONS" TO report-line
               WRITE report-line
               SET no-more-input TO FALSE
               PERFORM UNTIL no-more-input
                   READ part-report
                       AT END
                           SET no-more-input TO TRUE
                       NOT AT END
                           WRITE report-line FROM part-report-line
                           ADD 1 TO ws-report-merged
                   END-READ
               END-PERFORM
               CLOSE part-report
           END-IF.

      *> The drop is processed with the partitions' counts totalled;
      *> from here the day close proves it like any other drop.
       5000-COMPLETE-DROP.
           MOVE ws-posting-busdate TO drop-business-date
           MOVE ws-drop-no TO drop-no
           MOVE ZERO TO drop-partition
           READ drop-control
               INVALID KEY
                   DISPLAY "DROPCTL RECORD MISSING FOR DROP "
                       ws-drop-no " - NOT MARKED PROCESSED"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   SET drop-processed TO TRUE
                   MOVE ws-feed-records TO drop-records-read
                   MOVE ws-drop-edited TO drop-edited
                   MOVE ws-drop-posted TO drop-posted
                   MOVE ws-drop-rejected TO drop-rejected
                   MOVE ws-drop-amount-posted TO drop-amount-posted
                   MOVE ws-drop-amount-rejected
                       TO drop-amount-rejected
                   MOVE ws-feed-records TO drop-feed-records
                   MOVE ws-feed-deferred TO drop-deferred
                   MOVE FUNCTION CURRENT-DATE TO drop-end-timestamp
                   REWRITE drop-control-record
           END-READ
           DISPLAY "DROP " ws-drop-no " FOR " ws-posting-busdate
               " MERGED - EDITED " ws-drop-edited
               " POSTED " ws-drop-posted
               " REJECTED " ws-drop-rejected.

      *> The drop's INITDROP figures, as an unpartitioned drop
      *> writes them, and the feed proof: the drop's sales in, the
      *> sales the partitions edited between them out.
       6000-WRITE-RUN-STATS.
           PERFORM 6900-OPEN-RUN-STATS
           MOVE "INITDROP" TO stat-program
           MOVE ws-posting-busdate TO stat-business-date
           MOVE ws-drop-edited TO stat-records-in
           MOVE ws-drop-posted TO stat-records-out
           MOVE ws-drop-rejected TO stat-rejects
           COMPUTE stat-amount-in =
               ws-drop-amount-posted + ws-drop-amount-rejected
           MOVE ws-drop-amount-posted TO stat-amount-out
           MOVE FUNCTION CURRENT-DATE TO stat-timestamp
           WRITE run-stats-record
           MOVE "PARTFEED" TO stat-program
           MOVE ws-posting-busdate TO stat-business-date
           MOVE ws-feed-records TO stat-records-in
           MOVE ws-drop-edited TO stat-records-out
           COMPUTE stat-rejects = ws-feed-records - ws-drop-edited
           MOVE ZERO TO stat-amount-in
           MOVE ZERO TO stat-amount-out
           MOVE FUNCTION CURRENT-DATE TO stat-timestamp
           WRITE run-stats-record
           CLOSE run-stats.

       6900-OPEN-RUN-STATS.
           OPEN EXTEND run-stats
           IF ws-run-stats-status NOT = "00"
               OPEN OUTPUT run-stats
           END-IF.

      *> The drop's claims are done with once it has merged.
       7000-RELEASE-CLAIMS.
           OPEN I-O cust-claim
           IF ws-cust-claim-status NOT = "00"
               DISPLAY "CUSTCLM NOT AVAILABLE - STATUS "
                   ws-cust-claim-status " - CLAIMS NOT RELEASED"
           ELSE
               SET no-more-claims TO FALSE
               MOVE ws-posting-busdate TO clm-business-date
               MOVE ws-drop-no TO clm-drop-no
               MOVE LOW-VALUES TO clm-cust-key
               START cust-claim KEY IS NOT LESS THAN clm-key
                   INVALID KEY
                       SET no-more-claims TO TRUE
               END-START
               PERFORM UNTIL no-more-claims
                   READ cust-claim NEXT RECORD
                       AT END
                           SET no-more-claims TO TRUE
                   END-READ
                   IF NOT no-more-claims
                       IF clm-business-date = ws-posting-busdate
                           AND clm-drop-no = ws-drop-no
                           DELETE cust-claim RECORD
                           ADD 1 TO ws-claims-deleted
                       ELSE
                           SET no-more-claims TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE cust-claim
           END-IF.

       8000-FINALIZE.
           CLOSE drop-control
           CLOSE report-out
           DISPLAY "PARTITION MERGE DROP " ws-drop-no
               " - PARTITIONS " ws-parts-expected
               " FINISHED " ws-parts-finished
           DISPLAY "FEED " ws-feed-records
               " TAKEN " ws-feed-taken
               " DEFERRED " ws-feed-deferred
           DISPLAY "REJECTS " ws-rejects-merged
               " STORE RECORDS " ws-history-merged
               " POINTS MOVES " ws-points-merged
               " STATS " ws-stats-merged
               " STAMPS " ws-stamps-merged
               " JOURNAL " ws-journal-merged
               " BURST LINES " ws-burst-merged
               " REPORT LINES " ws-report-merged
               " CLAIMS RELEASED " ws-claims-deleted.

      *> The partitions' INITPART hold on the token ends with the
      *> merge.  A token some other holder has is left alone.
       9790-RELEASE-CUSTMAST-LOCK.
           OPEN I-O custmast-lock
           IF ws-custmast-lock-status = "00"
               READ custmast-lock
                   AT END
                       CONTINUE
                   NOT AT END
                       IF lock-holder = "INITPART"
                           SET lock-released TO TRUE
                           MOVE FUNCTION CURRENT-DATE
                               TO lock-timestamp
                           REWRITE custmast-lock-record
                       END-IF
               END-READ
               CLOSE custmast-lock
           END-IF.

      *> One start and one end stamp per run, appended to the
      *> shared step-timing log the batch-window trend report
      *> pairs up.
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
           MOVE "PARTMRG" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
