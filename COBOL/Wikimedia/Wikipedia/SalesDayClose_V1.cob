       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-DAY-CLOSE-V1.
      *> Nightly close of the day's intra-day sales drops.  Each drop
      *> has already been edited and posted to CUSTMAST, SALESKSDS
      *> and CUSTLEDG by INITIATE-V1 as it landed (see the note at
      *> the head of INITIATE_V1.cob); what is left for the night is
      *> to prove the drops and close the day over them.  Off the
      *> date-control record's business date it:
      *>   - reads every DROPCTL record for the date and proves the
      *>     drops run 1 to N with no number missing and none still
      *>     in progress.  N is the highest drop on file, or the
      *>     DROPCNT card's count of drops the stores transmitted
      *>     when the receiving desk keys one, so a drop that never
      *>     ran at the end of the day is caught as well as one in
      *>     the middle.  A drop run in store-range partitions is
      *>     its partition merge's drop record; partitions on file
      *>     with no drop record never merged, and the drop counts
      *>     as unfinished.  A day that does not prove is not closed
      *>     (RETURN-CODE 8) -- finish or rerun the drop and rerun
      *>     this step;
      *>   - copies the day's drop rejects to a new REJFILE
      *>     generation for the correction desk, with the reject
      *>     reason breakdown across all drops;
      *>   - totals the drops' per-store records into one DAYHIST
      *>     record per store, and prints the store totals the
      *>     operators key SALESCTL from;
      *>   - writes the day's INITIATE run statistics, totalled off
      *>     the drops' DROPCTL figures, so the balancing step
      *>     cross-foots the day's edit as it always has;
      *>   - marks each drop, and each partition of it, closed.
      *> A DROPS run-statistics record goes out whether the day
      *> closed or not -- drops on file (plus any missing) in,
      *> drops closed out, drops missing or unfinished rejected --
      *> and the balancing step matches it against the drops' own
      *> INITDROP records to prove every drop was processed exactly
      *> once.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-date-control-status.

      *> Intra-day drop control, keyed business date/drop number/
      *> partition.
           SELECT drop-control ASSIGN TO "DROPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS drop-key
               FILE STATUS IS ws-drop-control-status.

      *> Drop-count card: drops the stores transmitted today,
      *> columns 1-3.  Optional.
           SELECT drop-count-parm ASSIGN TO "DROPCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-drop-count-status.

      *> The day's drop rejects, appended drop by drop, and the
      *> REJFILE generation they are copied to for CORRECT.
           SELECT drop-reject-file ASSIGN TO "DROPREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-drop-reject-status.

           SELECT reject-file ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-reject-status.

      *> The drops' per-store records, and the rolling per-store
      *> history the day's totals are appended to.
           SELECT drop-day-history ASSIGN TO "DAYDROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-drop-history-status.

           SELECT day-history ASSIGN TO "DAYHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-day-history-status.

      *> Shared run-statistics file every step of the chain appends
      *> to; the end-of-night balancing step cross-foots it.
           SELECT run-stats ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-run-stats-status.

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

       FD  drop-control.
       COPY DROPCTL.

       FD  drop-count-parm.
       01  drop-count-line             PIC X(3).

       FD  drop-reject-file
           RECORDING MODE IS F.
       COPY REJECTREC.

      *> Copied from the drop reject record as it stands.
       FD  reject-file
           RECORDING MODE IS F.
       01  reject-out-record           PIC X(81).

       FD  drop-day-history
           RECORDING MODE IS F.
       COPY DAYHIST.

      *> Same shape as DAYHIST with every dh- name replaced by
      *> close-, so the drops' records and the day's can be in
      *> play at the same time.
       FD  day-history
           RECORDING MODE IS F.
       COPY DAYHIST
           REPLACING ==day-history-record== BY ==close-history-record==
                     ==dh-business-date==   BY ==close-business-date==
                     ==dh-store-no==        BY ==close-store-no==
                     ==dh-sale-count==      BY ==close-sale-count==
                     ==dh-sale-qty==        BY ==close-sale-qty==
                     ==dh-sale-amount==     BY ==close-sale-amount==
                     ==dh-reject-count==    BY ==close-reject-count==
                     ==dh-timestamp==       BY ==close-timestamp==
                     ==dh-web-sale-count==  BY ==close-web-sale-count==
                     ==dh-web-sale-amount== BY ==close-web-sale-amount==
                     ==dh-phone-sale-count==
                                        BY ==close-phone-sale-count==
                     ==dh-phone-sale-amount==
                                       BY ==close-phone-sale-amount==.

       FD  run-stats
           RECORDING MODE IS F.
       COPY RUNSTATS.

       FD  report-out.
       01  report-line                PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-date-control-status  PIC XX.
           05  ws-drop-control-status  PIC XX.
           05  ws-drop-count-status    PIC XX.
           05  ws-drop-reject-status   PIC XX.
           05  ws-reject-status        PIC XX.
           05  ws-drop-history-status  PIC XX.
           05  ws-day-history-status   PIC XX.
           05  ws-run-stats-status     PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-drops-sw        PIC X VALUE "N".
               88  no-more-drops
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-rejects-sw      PIC X VALUE "N".
               88  no-more-rejects     VALUE "Y".
           05  no-more-history-sw      PIC X VALUE "N".
               88  no-more-history     VALUE "Y".
           05  drop-count-given-sw     PIC X VALUE "N".
               88  drop-count-given    VALUE "Y".
           05  day-proven-sw           PIC X VALUE "N".
               88  day-proven
                   VALUE "Y" WHEN SET TO FALSE IS "N".

       01  ws-business-date            PIC 9(8).
       01  ws-expected-drops           PIC 9(3) VALUE ZERO.
       01  ws-next-drop-no             PIC 9(4) VALUE 1.
       01  ws-last-drop-no             PIC 9(4) VALUE ZERO.
       01  ws-gap-from                 PIC 9(3).
       01  ws-gap-to                   PIC 9(3).

      *> The day's drop proof.
       01  ws-drop-totals.
           05  ws-drops-on-file        PIC 9(5) VALUE ZERO.
           05  ws-drops-closed         PIC 9(5) VALUE ZERO.
           05  ws-drops-unfinished     PIC 9(5) VALUE ZERO.
           05  ws-drops-missing        PIC 9(5) VALUE ZERO.
           05  ws-drops-marked         PIC 9(5) VALUE ZERO.
           05  ws-day-edited           PIC 9(9) VALUE ZERO.
           05  ws-day-posted           PIC 9(9) VALUE ZERO.
           05  ws-day-rejected         PIC 9(9) VALUE ZERO.
           05  ws-day-amount-posted    PIC S9(11)V99 VALUE ZERO.
           05  ws-day-amount-rejected  PIC S9(11)V99 VALUE ZERO.

       01  ws-reject-totals.
           05  ws-rejects-copied       PIC 9(9) VALUE ZERO.
           05  ws-rejects-other-reason PIC 9(7) VALUE ZERO.
           05  ws-history-read         PIC 9(7) VALUE ZERO.
           05  ws-history-other-date   PIC 9(7) VALUE ZERO.
           05  ws-history-written      PIC 9(5) VALUE ZERO.

      *> Reject reason codes, as INITIATE-V1 assigns them, tallied
      *> across the day's drops.
       01  ws-reason-totals.
           05  ws-reason-tbl OCCURS 18 TIMES INDEXED BY reason-idx.
               10  ws-reason-code-tbl   PIC XX.
               10  ws-reason-text-tbl   PIC X(24).
               10  ws-reason-count-tbl  PIC 9(7).
       01  ws-reason-init-values.
           05  FILLER PIC X(26) VALUE "01MISSING CUSTOMER KEY".
           05  FILLER PIC X(26) VALUE "02INVALID SALES DATE".
           05  FILLER PIC X(26) VALUE "03NEGATIVE/ZERO AMOUNT".
           05  FILLER PIC X(26) VALUE "04CREDIT LIMIT EXCEEDED".
           05  FILLER PIC X(26) VALUE "05PRICE NOT REASONABLE".
           05  FILLER PIC X(26) VALUE "06RETURN EXCEEDS SOLD QTY".
           05  FILLER PIC X(26) VALUE "07RETURN EXCEEDS BALANCE".
           05  FILLER PIC X(26) VALUE "08POSTING PERIOD CLOSED".
           05  FILLER PIC X(26) VALUE "09SUSPECTED DUPLICATE".
           05  FILLER PIC X(26) VALUE "10INVALID/CLOSED STORE".
           05  FILLER PIC X(26) VALUE "11ITEM NOT ACTIVE FOR DT".
           05  FILLER PIC X(26) VALUE "12CUSTOMER ON CREDIT HOLD".
           05  FILLER PIC X(26) VALUE "13VOID NO MATCHING SALE".
           05  FILLER PIC X(26) VALUE "14POINTS NOT AVAILABLE".
           05  FILLER PIC X(26) VALUE "15GROUP LIMIT EXCEEDED".
           05  FILLER PIC X(26) VALUE "16INVALID CHANNEL/TXN TYPE".
           05  FILLER PIC X(26) VALUE "17NOT A FULFILLING STORE".
           05  FILLER PIC X(26) VALUE "18NO ORDER LINE TO CANCEL".
       01  ws-reason-init-table REDEFINES ws-reason-init-values
               OCCURS 18 TIMES.
           05  ws-reason-init-code      PIC XX.
           05  ws-reason-init-text      PIC X(24).

      *> The day's per-store totals across all drops.
       01  ws-store-table.
           05  ws-store-count          PIC 9(3) VALUE ZERO.
           05  ws-store-tbl OCCURS 500 TIMES INDEXED BY store-idx.
               10  ws-st-store         PIC 9(4).
               10  ws-st-sales         PIC 9(7).
               10  ws-st-qty           PIC 9(7).
               10  ws-st-amount        PIC 9(11)V99.
               10  ws-st-rejects       PIC 9(7).
               10  ws-st-web-sales     PIC 9(7).
               10  ws-st-web-amount    PIC 9(11)V99.
               10  ws-st-phone-sales   PIC 9(7).
               10  ws-st-phone-amount  PIC 9(11)V99.
       01  ws-store-day-totals.
           05  ws-sdt-sales            PIC 9(7) VALUE ZERO.
           05  ws-sdt-qty              PIC 9(7) VALUE ZERO.
           05  ws-sdt-amount           PIC 9(11)V99 VALUE ZERO.
           05  ws-sdt-rejects          PIC 9(7) VALUE ZERO.
       01  ws-stores-dropped           PIC 9(5) VALUE ZERO.

       01  ws-drop-line.
           05  FILLER                  PIC X(5) VALUE "DROP ".
           05  ws-dl-drop-no           PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dl-status            PIC X(11).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-dl-runs              PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dl-edited            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-dl-posted            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-dl-rejected          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-dl-amount            PIC -,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  ws-store-line.
           05  ws-sl-label             PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sl-sales             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sl-qty               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sl-amount            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-sl-rejects           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  ws-reason-line.
           05  ws-rl-code              PIC XX.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rl-text              PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-rl-count             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  ws-edit-count               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-DROPS
           IF day-proven
               PERFORM 3000-CLOSE-DROPS
               PERFORM 4000-COPY-REJECTS
               PERFORM 5000-TOTAL-STORES
               PERFORM 6000-WRITE-DAY-STATS
           ELSE
               DISPLAY "SALES DAY " ws-business-date
                   " NOT CLOSED - " ws-drops-missing
                   " DROP(S) MISSING, " ws-drops-unfinished
                   " NOT FINISHED"
               MOVE "** DAY NOT CLOSED - FINISH OR RERUN THE DROPS"
                   TO report-line
               WRITE report-line
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 6100-WRITE-DROP-STATS
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
           OPEN INPUT drop-count-parm
           IF ws-drop-count-status = "00"
               READ drop-count-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       IF drop-count-line IS NUMERIC
                           MOVE drop-count-line TO ws-expected-drops
                           SET drop-count-given TO TRUE
                       ELSE
                           DISPLAY "DROPCNT NOT NUMERIC - "
                               drop-count-line " - IGNORED"
                       END-IF
               END-READ
               CLOSE drop-count-parm
           END-IF
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 18
               MOVE ws-reason-init-code (reason-idx)
                   TO ws-reason-code-tbl (reason-idx)
               MOVE ws-reason-init-text (reason-idx)
                   TO ws-reason-text-tbl (reason-idx)
               MOVE ZERO TO ws-reason-count-tbl (reason-idx)
           END-PERFORM
           OPEN OUTPUT report-out
           MOVE SPACES TO report-line
           STRING "SALES DAY CLOSE - BUSINESS DATE "
               ws-business-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           OPEN I-O drop-control
           IF ws-drop-control-status NOT = "00"
               OPEN OUTPUT drop-control
               CLOSE drop-control
               OPEN I-O drop-control
           END-IF.

      *> First pass over the day's drops: register, gaps, totals.
      *> Nothing is marked until the whole day has proved.
       2000-PROVE-DROPS.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "DROP REGISTER" TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE "DROP" TO report-line (1:4)
           MOVE "STATUS" TO report-line (11:6)
           MOVE "RUNS" TO report-line (22:4)
           MOVE "EDITED" TO report-line (33:6)
           MOVE "POSTED" TO report-line (45:6)
           MOVE "REJECTED" TO report-line (55:8)
           MOVE "AMOUNT POSTED" TO report-line (67:13)
           WRITE report-line
           PERFORM 2050-START-DROP-BROWSE
           PERFORM 2100-PROVE-ONE-DROP
               UNTIL no-more-drops
           IF drop-count-given
               AND ws-expected-drops > ws-last-drop-no
               COMPUTE ws-gap-from = ws-last-drop-no + 1
               MOVE ws-expected-drops TO ws-gap-to
               PERFORM 2300-REPORT-MISSING-DROPS
           END-IF
           IF drop-count-given
               AND ws-expected-drops < ws-last-drop-no
               DISPLAY "DROPCNT " ws-expected-drops
                   " IS BELOW THE HIGHEST DROP ON FILE "
                   ws-last-drop-no
           END-IF
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING "DROPS ON FILE " ws-drops-on-file
               "  CLOSED " ws-drops-closed
               "  NOT FINISHED " ws-drops-unfinished
               "  MISSING " ws-drops-missing
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           IF ws-drops-missing = ZERO
               AND ws-drops-unfinished = ZERO
               SET day-proven TO TRUE
           END-IF.

       2050-START-DROP-BROWSE.
           SET no-more-drops TO FALSE
           MOVE ws-business-date TO drop-business-date
           MOVE ZERO TO drop-no
           MOVE ZERO TO drop-partition
           START drop-control KEY IS NOT LESS THAN drop-key
               INVALID KEY
                   SET no-more-drops TO TRUE
           END-START
           IF NOT no-more-drops
               PERFORM 2060-READ-NEXT-DROP
           END-IF.

       2060-READ-NEXT-DROP.
           READ drop-control NEXT RECORD
               AT END
                   SET no-more-drops TO TRUE
           END-READ
           IF NOT no-more-drops
               AND drop-business-date NOT = ws-business-date
               SET no-more-drops TO TRUE
           END-IF.

      *> A drop's own record is partition 00 and sorts ahead of
      *> its partitions' records, which the drop record already
      *> totals.
       2100-PROVE-ONE-DROP.
           IF drop-partition = ZERO
               PERFORM 2120-PROVE-DROP-RECORD
           ELSE
               PERFORM 2150-PROVE-PARTITION-RECORD
           END-IF
           PERFORM 2060-READ-NEXT-DROP.

       2110-CHECK-DROP-SEQUENCE.
           IF drop-no > ws-next-drop-no
               MOVE ws-next-drop-no TO ws-gap-from
               COMPUTE ws-gap-to = drop-no - 1
               PERFORM 2300-REPORT-MISSING-DROPS
           END-IF
           COMPUTE ws-next-drop-no = drop-no + 1
           MOVE drop-no TO ws-last-drop-no
           ADD 1 TO ws-drops-on-file
           MOVE drop-no TO ws-dl-drop-no
           MOVE drop-run-count TO ws-dl-runs.

       2120-PROVE-DROP-RECORD.
           PERFORM 2110-CHECK-DROP-SEQUENCE
           EVALUATE TRUE
               WHEN drop-processed
                   MOVE "PROCESSED" TO ws-dl-status
               WHEN drop-closed
                   MOVE "CLOSED" TO ws-dl-status
               WHEN OTHER
                   MOVE "IN PROGRESS" TO ws-dl-status
           END-EVALUATE
           IF drop-processed OR drop-closed
               ADD 1 TO ws-drops-closed
               ADD drop-edited TO ws-day-edited
               ADD drop-posted TO ws-day-posted
               ADD drop-rejected TO ws-day-rejected
               ADD drop-amount-posted TO ws-day-amount-posted
               ADD drop-amount-rejected TO ws-day-amount-rejected
               MOVE drop-edited TO ws-dl-edited
               MOVE drop-posted TO ws-dl-posted
               MOVE drop-rejected TO ws-dl-rejected
               MOVE drop-amount-posted TO ws-dl-amount
           ELSE
               ADD 1 TO ws-drops-unfinished
               MOVE drop-ckpt-edited TO ws-dl-edited
               MOVE drop-ckpt-posted TO ws-dl-posted
               MOVE drop-ckpt-rejected TO ws-dl-rejected
               MOVE drop-ckpt-amount-posted TO ws-dl-amount
               DISPLAY "DROP " drop-no " FOR " ws-business-date
                   " STILL IN PROGRESS"
           END-IF
           MOVE ws-drop-line TO report-line
           WRITE report-line.

      *> Partitions with no drop record ahead of them have not been
      *> merged: the drop is unfinished until the merge runs.
       2150-PROVE-PARTITION-RECORD.
           IF drop-no NOT = ws-last-drop-no
               PERFORM 2110-CHECK-DROP-SEQUENCE
               ADD 1 TO ws-drops-unfinished
               MOVE "NOT MERGED" TO ws-dl-status
               MOVE ZERO TO ws-dl-edited
               MOVE ZERO TO ws-dl-posted
               MOVE ZERO TO ws-dl-rejected
               MOVE ZERO TO ws-dl-amount
               MOVE ws-drop-line TO report-line
               WRITE report-line
               DISPLAY "DROP " drop-no " FOR " ws-business-date
                   " PARTITIONS NOT MERGED"
           END-IF.

       2300-REPORT-MISSING-DROPS.
           COMPUTE ws-drops-missing =
               ws-drops-missing + ws-gap-to - ws-gap-from + 1
           MOVE SPACES TO report-line
           STRING "DROP " ws-gap-from " TO " ws-gap-to
               "  ** MISSING - NEVER PROCESSED **"
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           DISPLAY "DROPS " ws-gap-from " TO " ws-gap-to " FOR "
               ws-business-date " MISSING".

      *> Second pass, once the day has proved: every processed drop
      *> is marked closed.  A drop a rerun of this step finds
      *> already closed is left as it is.
       3000-CLOSE-DROPS.
           PERFORM 2050-START-DROP-BROWSE
           PERFORM 3100-CLOSE-ONE-DROP
               UNTIL no-more-drops.

       3100-CLOSE-ONE-DROP.
           IF drop-processed
               SET drop-closed TO TRUE
               MOVE FUNCTION CURRENT-DATE TO drop-close-timestamp
               REWRITE drop-control-record
               IF drop-partition = ZERO
                   ADD 1 TO ws-drops-marked
               END-IF
           END-IF
           PERFORM 2060-READ-NEXT-DROP.

      *> Every drop's rejects go to the day's REJFILE generation as
      *> they stand, tallied by reason.  The drops' own reject
      *> counts are the figures of record; a restarted drop that
      *> re-appended rejects after its last checkpoint shows here as
      *> a difference for the desk to weed out.
       4000-COPY-REJECTS.
           OPEN INPUT drop-reject-file
           OPEN OUTPUT reject-file
           IF ws-drop-reject-status = "00"
               PERFORM 4100-COPY-ONE-REJECT
                   UNTIL no-more-rejects
               CLOSE drop-reject-file
           ELSE
               DISPLAY "DROPREJ NOT AVAILABLE - STATUS "
                   ws-drop-reject-status " - NO REJECTS COPIED"
           END-IF
           CLOSE reject-file
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "REJECT REASON BREAKDOWN - ALL DROPS" TO report-line
           WRITE report-line
           PERFORM VARYING reason-idx FROM 1 BY 1
                   UNTIL reason-idx > 18
               MOVE ws-reason-code-tbl (reason-idx) TO ws-rl-code
               MOVE ws-reason-text-tbl (reason-idx) TO ws-rl-text
               MOVE ws-reason-count-tbl (reason-idx) TO ws-rl-count
               MOVE ws-reason-line TO report-line
               WRITE report-line
           END-PERFORM
           IF ws-rejects-other-reason > ZERO
               MOVE "??" TO ws-rl-code
               MOVE "OTHER REASON CODE" TO ws-rl-text
               MOVE ws-rejects-other-reason TO ws-rl-count
               MOVE ws-reason-line TO report-line
               WRITE report-line
           END-IF
           MOVE SPACES TO report-line
           MOVE ws-rejects-copied TO ws-edit-count
           STRING "REJECTS COPIED TO REJFILE " ws-edit-count
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           IF ws-rejects-copied NOT = ws-day-rejected
               MOVE SPACES TO report-line
               MOVE ws-day-rejected TO ws-edit-count
               STRING "** DROPS REPORTED REJECTED " ws-edit-count
                   " - CHECK REJFILE FOR REPEATS"
                   DELIMITED BY SIZE INTO report-line
               WRITE report-line
               DISPLAY "REJECTS COPIED " ws-rejects-copied
                   " DIFFER FROM DROPS REJECTED " ws-day-rejected
           END-IF.

       4100-COPY-ONE-REJECT.
           READ drop-reject-file
               AT END
                   SET no-more-rejects TO TRUE
           END-READ
           IF NOT no-more-rejects
               WRITE reject-out-record FROM reject-record
               ADD 1 TO ws-rejects-copied
               SET reason-idx TO 1
               SEARCH ws-reason-tbl
                   AT END
                       ADD 1 TO ws-rejects-other-reason
                   WHEN ws-reason-code-tbl (reason-idx)
                           = reject-reason-code
                       ADD 1 TO ws-reason-count-tbl (reason-idx)
               END-SEARCH
           END-IF.

      *> One DAYHIST record per store across all the day's drops,
      *> and the store totals the operators key SALESCTL from.
       5000-TOTAL-STORES.
           OPEN INPUT drop-day-history
           IF ws-drop-history-status = "00"
               PERFORM 5100-TOTAL-ONE-STORE-RECORD
                   UNTIL no-more-history
               CLOSE drop-day-history
           ELSE
               DISPLAY "DAYDROP NOT AVAILABLE - STATUS "
                   ws-drop-history-status " - NO STORE HISTORY"
           END-IF
           IF ws-history-other-date > ZERO
               DISPLAY "DAYDROP RECORDS FOR ANOTHER DATE SKIPPED "
                   ws-history-other-date
           END-IF
           IF ws-stores-dropped > ZERO
               DISPLAY "STORE TABLE FULL - STORE RECORDS SKIPPED "
                   ws-stores-dropped
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "STORE TOTALS - ALL DROPS" TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           MOVE "STORE" TO report-line (1:5)
           MOVE "SALES" TO report-line (17:5)
           MOVE "QTY" TO report-line (30:3)
           MOVE "GROSS SALES" TO report-line (41:11)
           MOVE "REJECTS" TO report-line (56:7)
           WRITE report-line
           IF ws-store-count > ZERO
               OPEN EXTEND day-history
               IF ws-day-history-status NOT = "00"
                   OPEN OUTPUT day-history
               END-IF
               PERFORM 5200-WRITE-ONE-STORE
                   VARYING store-idx FROM 1 BY 1
                   UNTIL store-idx > ws-store-count
               CLOSE day-history
           END-IF
           MOVE "DAY TOTAL" TO ws-sl-label
           MOVE ws-sdt-sales TO ws-sl-sales
           MOVE ws-sdt-qty TO ws-sl-qty
           MOVE ws-sdt-amount TO ws-sl-amount
           MOVE ws-sdt-rejects TO ws-sl-rejects
           MOVE ws-store-line TO report-line
           WRITE report-line.

       5100-TOTAL-ONE-STORE-RECORD.
           READ drop-day-history
               AT END
                   SET no-more-history TO TRUE
           END-READ
           IF NOT no-more-history
               ADD 1 TO ws-history-read
               IF dh-business-date NOT = ws-business-date
                   ADD 1 TO ws-history-other-date
               ELSE
                   PERFORM 5150-FIND-STORE-SLOT
               END-IF
           END-IF.

       5150-FIND-STORE-SLOT.
           SET store-idx TO 1
           SEARCH ws-store-tbl
               AT END
                   PERFORM 5170-NEW-STORE-SLOT
               WHEN store-idx > ws-store-count
                   PERFORM 5170-NEW-STORE-SLOT
               WHEN ws-st-store (store-idx) = dh-store-no
                   PERFORM 5160-ADD-STORE-RECORD
           END-SEARCH.

       5160-ADD-STORE-RECORD.
           ADD dh-sale-count TO ws-st-sales (store-idx)
           ADD dh-sale-qty TO ws-st-qty (store-idx)
           ADD dh-sale-amount TO ws-st-amount (store-idx)
           ADD dh-reject-count TO ws-st-rejects (store-idx)
           ADD dh-web-sale-count TO ws-st-web-sales (store-idx)
           ADD dh-web-sale-amount TO ws-st-web-amount (store-idx)
           ADD dh-phone-sale-count TO ws-st-phone-sales (store-idx)
           ADD dh-phone-sale-amount
               TO ws-st-phone-amount (store-idx).

       5170-NEW-STORE-SLOT.
           IF ws-store-count < 500
               ADD 1 TO ws-store-count
               SET store-idx TO ws-store-count
               MOVE dh-store-no TO ws-st-store (store-idx)
               MOVE ZERO TO ws-st-sales (store-idx)
               MOVE ZERO TO ws-st-qty (store-idx)
               MOVE ZERO TO ws-st-amount (store-idx)
               MOVE ZERO TO ws-st-rejects (store-idx)
               MOVE ZERO TO ws-st-web-sales (store-idx)
               MOVE ZERO TO ws-st-web-amount (store-idx)
               MOVE ZERO TO ws-st-phone-sales (store-idx)
               MOVE ZERO TO ws-st-phone-amount (store-idx)
               PERFORM 5160-ADD-STORE-RECORD
           ELSE
               ADD 1 TO ws-stores-dropped
           END-IF.

       5200-WRITE-ONE-STORE.
           MOVE ws-business-date TO close-business-date
           MOVE ws-st-store (store-idx) TO close-store-no
           MOVE ws-st-sales (store-idx) TO close-sale-count
           MOVE ws-st-qty (store-idx) TO close-sale-qty
           MOVE ws-st-amount (store-idx) TO close-sale-amount
           MOVE ws-st-rejects (store-idx) TO close-reject-count
           MOVE FUNCTION CURRENT-DATE TO close-timestamp
           MOVE ws-st-web-sales (store-idx) TO close-web-sale-count
           MOVE ws-st-web-amount (store-idx) TO close-web-sale-amount
           MOVE ws-st-phone-sales (store-idx)
               TO close-phone-sale-count
           MOVE ws-st-phone-amount (store-idx)
               TO close-phone-sale-amount
           WRITE close-history-record
           ADD 1 TO ws-history-written
           ADD ws-st-sales (store-idx) TO ws-sdt-sales
           ADD ws-st-qty (store-idx) TO ws-sdt-qty
           ADD ws-st-amount (store-idx) TO ws-sdt-amount
           ADD ws-st-rejects (store-idx) TO ws-sdt-rejects
           MOVE SPACES TO ws-sl-label
           STRING "STORE " ws-st-store (store-idx)
               DELIMITED BY SIZE INTO ws-sl-label
           MOVE ws-st-sales (store-idx) TO ws-sl-sales
           MOVE ws-st-qty (store-idx) TO ws-sl-qty
           MOVE ws-st-amount (store-idx) TO ws-sl-amount
           MOVE ws-st-rejects (store-idx) TO ws-sl-rejects
           MOVE ws-store-line TO report-line
           WRITE report-line.

      *> The day's edit, as the whole-day run used to report it:
      *> edited = posted + rejected, totalled off the drops.
       6000-WRITE-DAY-STATS.
           PERFORM 6900-OPEN-RUN-STATS
           MOVE "INITIATE" TO stat-program
           MOVE ws-business-date TO stat-business-date
           MOVE ws-day-edited TO stat-records-in
           MOVE ws-day-posted TO stat-records-out
           MOVE ws-day-rejected TO stat-rejects
           COMPUTE stat-amount-in =
               ws-day-amount-posted + ws-day-amount-rejected
           MOVE ws-day-amount-posted TO stat-amount-out
           MOVE FUNCTION CURRENT-DATE TO stat-timestamp
           WRITE run-stats-record
           CLOSE run-stats.

      *> The drop proof: drops expected in, drops closed out,
      *> drops missing or unfinished rejected.
       6100-WRITE-DROP-STATS.
           PERFORM 6900-OPEN-RUN-STATS
           MOVE "DROPS" TO stat-program
           MOVE ws-business-date TO stat-business-date
           COMPUTE stat-records-in =
               ws-drops-on-file + ws-drops-missing
           MOVE ws-drops-closed TO stat-records-out
           COMPUTE stat-rejects =
               ws-drops-unfinished + ws-drops-missing
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

       8000-FINALIZE.
           CLOSE drop-control
           CLOSE report-out
           DISPLAY "SALES DAY CLOSE " ws-business-date
               " - DROPS " ws-drops-on-file
               " CLOSED " ws-drops-closed
               " MARKED " ws-drops-marked
           DISPLAY "EDITED " ws-day-edited
               " POSTED " ws-day-posted
               " REJECTED " ws-day-rejected
           DISPLAY "REJECTS COPIED " ws-rejects-copied
               " STORE RECORDS " ws-history-read
               " DAYHIST WRITTEN " ws-history-written.

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
           MOVE "SALESDAY" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
