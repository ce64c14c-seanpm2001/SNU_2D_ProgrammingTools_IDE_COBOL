       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAST-RECOVER-V1.
      *> CUSTMAST forward recovery, run by hand when the master is
      *> damaged part way through the night.  Until now the only
      *> way back was the previous night's backup, and every
      *> posting since had to be rebuilt by hand.  This utility
      *> rebuilds the master from the night's CUSTIMG image copy
      *> (see CUSTMAST-IMAGE-V1) and replays the CUSTJRNL
      *> after-image journal every updater appends to (see
      *> CUSTJRNL) forward to the point the RCVPARM card names:
      *>   STEP  -- the end of a named step, cols 6-13, and which
      *>            run of it, cols 15-17 (default the first): the
      *>            usual choice, restarting the chain at the step
      *>            after;
      *>   TIME  -- a timestamp, YYYYMMDDHHMMSS in cols 6-19: every
      *>            change stamped after it is left out;
      *>   blank or no card -- the end of the journal, the master as
      *>            it stood at the last change that reached it.
      *>
      *> Nothing is touched until the journal and the image have
      *> proved: the journal must open with the image marker, the
      *> image must hold the count the marker carries, and a STEP
      *> point must be on the journal (RETURN-CODE 8 if not).  A
      *> journal or image that will not prove refuses the run with
      *> RETURN-CODE 12.  The master is then loaded from the image
      *> and the journal applied record by record: an add or a
      *> change puts the after-image on file, a delete takes the
      *> record off.  Partitioned drops append their journals
      *> partition by partition, so the journal is in time order
      *> customer by customer, not overall -- a TIME point leaves
      *> out every later change wherever it sits, rather than
      *> stopping at the first.
      *>
      *> The journal is then cut back to the point recovered to,
      *> so the steps rerun from there journal their changes once
      *> only: what was applied is written back to CUSTJRNL,
      *> closed with a CUSTRCV start and end marker, and what was
      *> left out goes to JRNLCUT for the desk.
      *>
      *> The recovery report balances the recovered master twice:
      *>   - customer by customer against CUSTLEDG, the last
      *>     balance-after each customer's ledger carries at or
      *>     before the recovery point (ORPH entries carry no
      *>     customer balance and are passed over); every customer
      *>     that differs is listed;
      *>   - in total, with the orphan suspense ORPHCTL holds,
      *>     against the GL receivables control on GLCTLBAL, taken
      *>     off the GL as it stood at the recovery point -- the
      *>     same tie-out the nightly GL reconciliation makes.
      *> Either break ends the run RETURN-CODE 4.
      *>
      *> The run claims the CUSTMAST interlock like any updater --
      *> a crashed step's token is broken with the LOCKOVRD card --
      *> and releases it only when the master loaded and replayed
      *> clean.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Recovery point card -- see above.
           SELECT rcv-parm ASSIGN TO "RCVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rcv-parm-status.

           SELECT image-file ASSIGN TO "CUSTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-image-status.

      *> CUSTMAST after-image change journal -- see CUSTJRNL.
      *> Read to prove and replay, then written back cut to the
      *> recovery point from JRNLWORK, the records applied.
           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

           SELECT journal-work ASSIGN TO "JRNLWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-journal-work-status.

           SELECT journal-cut ASSIGN TO "JRNLCUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-journal-cut-status.

           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

           SELECT customer-ledger ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ledg-key
               FILE STATUS IS ws-ledger-status.

      *> GL control balance card: PIC 9(9)V99, columns 1-11.
           SELECT gl-control-parm ASSIGN TO "GLCTLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gl-control-status.

      *> Orphan-sale suspense control written by the orphan sweep;
      *> absent file reads as zero held.
           SELECT orphan-control ASSIGN TO "ORPHCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-orphan-control-status.

           SELECT report-out ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

      *> CUSTMAST run-interlock token and the operator override
      *> card that breaks a token a crashed run left held.
           SELECT custmast-lock ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-custmast-lock-status.

           SELECT lock-override ASSIGN TO "LOCKOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-override-status.

       DATA DIVISION.
       FILE SECTION.
       FD  rcv-parm.
       01  rcv-parm-line.
           05  rcvp-mode               PIC X(4).
               88  rcvp-to-step        VALUE "STEP".
               88  rcvp-to-time        VALUE "TIME".
               88  rcvp-to-end         VALUE SPACES.
           05  FILLER                  PIC X.
           05  rcvp-time               PIC X(14).
           05  rcvp-step-view REDEFINES rcvp-time.
               10  rcvp-step           PIC X(8).
               10  FILLER              PIC X.
               10  rcvp-occurrence     PIC X(3).
               10  FILLER              PIC X(2).

       FD  image-file
           RECORDING MODE IS F.
       01  image-record                PIC X(226).

       FD  cust-journal
           RECORDING MODE IS F.
       COPY CUSTJRNL.

       FD  journal-work
           RECORDING MODE IS F.
       01  journal-work-record         PIC X(271).

       FD  journal-cut
           RECORDING MODE IS F.
       01  journal-cut-record          PIC X(271).

       FD  customer-file.
       COPY CUSTREC.

       FD  customer-ledger.
       COPY CUSTLEDG.

       FD  gl-control-parm.
       01  gl-control-parm-line        PIC X(11).

       FD  orphan-control
           RECORDING MODE IS F.
       COPY ORPHCTL.

       FD  report-out.
       01  report-line                 PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       FD  custmast-lock
           RECORDING MODE IS F.
       COPY CUSTLOCK.

      *> Override card: the word OVERRIDE, columns 1-8.
       FD  lock-override.
       01  lock-override-line          PIC X(8).

       WORKING-STORAGE SECTION.
       01  ws-custmast-lock-status    PIC XX.
       01  ws-lock-override-status    PIC XX.
       01  lock-override-sw           PIC X VALUE "N".
           88  lock-override-given    VALUE "Y".
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-rcv-parm-status      PIC XX.
           05  ws-image-status         PIC XX.
           05  ws-cust-journal-status  PIC XX.
           05  ws-journal-work-status  PIC XX.
           05  ws-journal-cut-status   PIC XX.
           05  ws-customer-status      PIC XX.
           05  ws-ledger-status        PIC XX.
           05  ws-gl-control-status    PIC XX.
           05  ws-orphan-control-status PIC XX.
           05  ws-report-out-status    PIC XX.

       01  ws-flags.
           05  no-more-input-sw        PIC X VALUE "N".
               88  no-more-input
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  no-more-ledger-sw       PIC X VALUE "N".
               88  no-more-ledger
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  recovery-refused-sw     PIC X VALUE "N".
               88  recovery-refused    VALUE "Y".
           05  target-found-sw         PIC X VALUE "N".
               88  target-found        VALUE "Y".
           05  ledger-found-sw         PIC X VALUE "N".
               88  ledger-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> The recovery point.  ws-target-timestamp bounds the
      *> ledger balances read and, for a TIME point, the journal
      *> records applied; a STEP point or the end of the journal
      *> also bounds the journal by record number.
       01  ws-target.
           05  ws-target-mode          PIC X(4).
               88  target-is-step      VALUE "STEP".
               88  target-is-time      VALUE "TIME".
               88  target-is-end       VALUE SPACES.
           05  ws-target-step          PIC X(8) VALUE SPACES.
           05  ws-target-occurrence    PIC 9(3) VALUE 1.
           05  ws-target-timestamp     PIC X(26).
           05  ws-target-ordinal       PIC 9(9) VALUE ZERO.

       01  ws-image-marker.
           05  ws-image-timestamp      PIC X(26).
           05  ws-image-busdate        PIC 9(8).
           05  ws-image-expected       PIC 9(9).

       01  ws-counts.
           05  ws-image-read           PIC 9(9) VALUE ZERO.
           05  ws-image-loaded         PIC 9(9) VALUE ZERO.
           05  ws-load-failures        PIC 9(9) VALUE ZERO.
           05  ws-journal-records      PIC 9(9) VALUE ZERO.
           05  ws-journal-ordinal      PIC 9(9) VALUE ZERO.
           05  ws-step-ends-seen       PIC 9(3) VALUE ZERO.
           05  ws-adds-applied         PIC 9(9) VALUE ZERO.
           05  ws-changes-applied      PIC 9(9) VALUE ZERO.
           05  ws-deletes-applied      PIC 9(9) VALUE ZERO.
           05  ws-markers-read         PIC 9(9) VALUE ZERO.
           05  ws-deletes-missing      PIC 9(9) VALUE ZERO.
           05  ws-replay-failures      PIC 9(9) VALUE ZERO.
           05  ws-records-cut          PIC 9(9) VALUE ZERO.
           05  ws-records-kept         PIC 9(9) VALUE ZERO.
           05  ws-customers-read       PIC 9(9) VALUE ZERO.
           05  ws-customers-agreed     PIC 9(9) VALUE ZERO.
           05  ws-customers-differ     PIC 9(9) VALUE ZERO.
           05  ws-customers-no-ledger  PIC 9(9) VALUE ZERO.

       01  ws-ledger-balance           PIC 9(7)V99 VALUE ZERO.
       01  ws-ledger-timestamp         PIC X(26).
       01  ws-balance-difference       PIC S9(7)V99 VALUE ZERO.

       01  ws-gl-control-balance       PIC 9(9)V99 VALUE ZERO.
       01  ws-master-total             PIC 9(11)V99 VALUE ZERO.
       01  ws-orphan-held-total        PIC S9(11)V99 VALUE ZERO.
       01  ws-gl-difference            PIC S9(11)V99 VALUE ZERO.

       01  ws-differ-line.
           05  ws-dif-cust-key         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dif-master           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dif-ledger           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dif-difference       PIC -,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-dif-ledger-time      PIC X(14).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  ws-count-line.
           05  ws-cnt-label            PIC X(30).
           05  ws-cnt-value            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  ws-amount-line.
           05  ws-amt-label            PIC X(30).
           05  ws-amt-value            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-JOURNAL
           IF NOT recovery-refused
               PERFORM 2500-PROVE-IMAGE
           END-IF
           IF NOT recovery-refused
               PERFORM 9700-CLAIM-CUSTMAST-LOCK
               PERFORM 3000-RESTORE-IMAGE
               PERFORM 4000-REPLAY-JOURNAL
               PERFORM 5000-CUT-BACK-JOURNAL
               PERFORM 6000-BALANCE-MASTER
               PERFORM 7000-FINALIZE
               IF ws-load-failures = ZERO
                   AND ws-replay-failures = ZERO
                   PERFORM 9790-RELEASE-CUSTMAST-LOCK
               END-IF
           END-IF
           CLOSE report-out
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RCV-PARM
           PERFORM 1200-READ-GL-CONTROL-PARM
           PERFORM 1300-READ-ORPHAN-CONTROL
           OPEN OUTPUT report-out
           MOVE "CUSTMAST FORWARD RECOVERY" TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           EVALUATE TRUE
               WHEN target-is-step
                   STRING "RECOVERY POINT: END OF STEP "
                       ws-target-step " RUN " ws-target-occurrence
                       DELIMITED BY SIZE INTO report-line
               WHEN target-is-time
                   STRING "RECOVERY POINT: CHANGES TO "
                       ws-target-timestamp (1:14)
                       DELIMITED BY SIZE INTO report-line
               WHEN OTHER
                   MOVE "RECOVERY POINT: END OF JOURNAL"
                       TO report-line
           END-EVALUATE
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line.

      *> No card, or a blank one, recovers to the end of the
      *> journal.  An unknown mode or a TIME that is not fourteen
      *> digits refuses the run rather than guessing.
       1100-READ-RCV-PARM.
           MOVE SPACES TO ws-target-mode
           MOVE HIGH-VALUES TO ws-target-timestamp
           OPEN INPUT rcv-parm
           IF ws-rcv-parm-status = "00"
               READ rcv-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-EDIT-RCV-PARM
               END-READ
               CLOSE rcv-parm
           END-IF.

       1150-EDIT-RCV-PARM.
           EVALUATE TRUE
               WHEN rcvp-to-step
                   MOVE rcvp-mode TO ws-target-mode
                   MOVE rcvp-step TO ws-target-step
                   IF rcvp-occurrence IS NUMERIC
                       AND rcvp-occurrence NOT = "000"
                       MOVE rcvp-occurrence TO ws-target-occurrence
                   END-IF
                   IF ws-target-step = SPACES
                       DISPLAY "RCVPARM STEP CARD NAMES NO STEP"
                           " - RUN REFUSED"
                       SET recovery-refused TO TRUE
                       MOVE 12 TO RETURN-CODE
                   END-IF
               WHEN rcvp-to-time
                   MOVE rcvp-mode TO ws-target-mode
                   IF rcvp-time IS NUMERIC
                       MOVE ALL "9" TO ws-target-timestamp
                       MOVE rcvp-time TO ws-target-timestamp (1:14)
                   ELSE
                       DISPLAY "RCVPARM TIME " rcvp-time
                           " NOT YYYYMMDDHHMMSS - RUN REFUSED"
                       SET recovery-refused TO TRUE
                       MOVE 12 TO RETURN-CODE
                   END-IF
               WHEN rcvp-to-end
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RCVPARM MODE " rcvp-mode
                       " NOT STEP OR TIME - RUN REFUSED"
                   SET recovery-refused TO TRUE
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       1200-READ-GL-CONTROL-PARM.
           OPEN INPUT gl-control-parm
           IF ws-gl-control-status = "00"
               READ gl-control-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE gl-control-parm-line
                           TO ws-gl-control-balance
               END-READ
               CLOSE gl-control-parm
           END-IF.

       1300-READ-ORPHAN-CONTROL.
           OPEN INPUT orphan-control
           IF ws-orphan-control-status = "00"
               READ orphan-control
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE orph-ctl-amount TO ws-orphan-held-total
               END-READ
               CLOSE orphan-control
           END-IF.

      *> The journal must open with the image marker, and a STEP
      *> point must be on it; the STEP point's end marker fixes
      *> both the last record applied and the ledger cut-off.
       2000-PROVE-JOURNAL.
           IF NOT recovery-refused
               OPEN INPUT cust-journal
               IF ws-cust-journal-status NOT = "00"
                   DISPLAY "CUSTJRNL WILL NOT OPEN, STATUS "
                       ws-cust-journal-status " - RUN REFUSED"
                   SET recovery-refused TO TRUE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 2100-READ-IMAGE-MARKER
                   IF NOT recovery-refused
                       SET no-more-input TO FALSE
                       PERFORM 2200-SCAN-JOURNAL-RECORD
                           UNTIL no-more-input
                       PERFORM 2300-CHECK-TARGET
                   END-IF
                   CLOSE cust-journal
               END-IF
           END-IF.

       2100-READ-IMAGE-MARKER.
           READ cust-journal
               AT END
                   MOVE SPACE TO cjr-action
           END-READ
           IF NOT cjr-image-taken
               DISPLAY "CUSTJRNL DOES NOT OPEN WITH AN IMAGE MARKER"
                   " - RUN REFUSED"
               SET recovery-refused TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 1 TO ws-journal-records
               MOVE cjr-timestamp TO ws-image-timestamp
               MOVE cjr-image-busdate TO ws-image-busdate
               MOVE cjr-image-count TO ws-image-expected
           END-IF.

       2200-SCAN-JOURNAL-RECORD.
           READ cust-journal
               AT END
                   SET no-more-input TO TRUE
           END-READ
           IF NOT no-more-input
               ADD 1 TO ws-journal-records
               IF target-is-step AND NOT target-found
                   AND cjr-step-end
                   AND cjr-step-name = ws-target-step
                   ADD 1 TO ws-step-ends-seen
                   IF ws-step-ends-seen = ws-target-occurrence
                       SET target-found TO TRUE
                       MOVE ws-journal-records TO ws-target-ordinal
                       MOVE cjr-timestamp TO ws-target-timestamp
                   END-IF
               END-IF
           END-IF.

       2300-CHECK-TARGET.
           EVALUATE TRUE
               WHEN target-is-step AND NOT target-found
                   DISPLAY "END OF STEP " ws-target-step " RUN "
                       ws-target-occurrence " NOT ON CUSTJRNL"
                       " - NOTHING RESTORED"
                   SET recovery-refused TO TRUE
                   MOVE 8 TO RETURN-CODE
               WHEN target-is-time
                   AND ws-target-timestamp < ws-image-timestamp
                   DISPLAY "RECOVERY TIME " ws-target-timestamp (1:14)
                       " IS BEFORE THE IMAGE - NOTHING RESTORED"
                   SET recovery-refused TO TRUE
                   MOVE 8 TO RETURN-CODE
               WHEN target-is-step
                   CONTINUE
               WHEN OTHER
                   MOVE ws-journal-records TO ws-target-ordinal
           END-EVALUATE.

      *> The image must hold every record the marker says it
      *> copied before the master is emptied to take it.
       2500-PROVE-IMAGE.
           OPEN INPUT image-file
           IF ws-image-status NOT = "00"
               DISPLAY "CUSTIMG WILL NOT OPEN, STATUS "
                   ws-image-status " - RUN REFUSED"
               SET recovery-refused TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               SET no-more-input TO FALSE
               PERFORM UNTIL no-more-input
                   READ image-file
                       AT END
                           SET no-more-input TO TRUE
                       NOT AT END
                           ADD 1 TO ws-image-read
                   END-READ
               END-PERFORM
               CLOSE image-file
               IF ws-image-read NOT = ws-image-expected
                   DISPLAY "CUSTIMG HOLDS " ws-image-read
                       " RECORDS, MARKER SAYS " ws-image-expected
                       " - RUN REFUSED"
                   SET recovery-refused TO TRUE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       3000-RESTORE-IMAGE.
           OPEN INPUT image-file
           OPEN OUTPUT customer-file
           SET no-more-input TO FALSE
           PERFORM UNTIL no-more-input
               READ image-file
                   AT END
                       SET no-more-input TO TRUE
                   NOT AT END
                       WRITE customer-record FROM image-record
                       IF ws-customer-status = "00"
                           ADD 1 TO ws-image-loaded
                       ELSE
                           DISPLAY "IMAGE LOAD FAILED, STATUS "
                               ws-customer-status " AT "
                               image-record (1:10)
                           ADD 1 TO ws-load-failures
                       END-IF
               END-READ
           END-PERFORM
           CLOSE image-file, customer-file
           MOVE SPACES TO report-line
           STRING "IMAGE OF BUSINESS DATE " ws-image-busdate
               " TAKEN " ws-image-timestamp (1:14)
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           MOVE "IMAGE RECORDS LOADED" TO ws-cnt-label
           MOVE ws-image-loaded TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           IF ws-load-failures > ZERO
               MOVE "IMAGE RECORDS NOT LOADED" TO ws-cnt-label
               MOVE ws-load-failures TO ws-cnt-value
               PERFORM 8100-PRINT-COUNT
           END-IF.

      *> Every journal record goes either to JRNLWORK, applied, or
      *> to JRNLCUT, left out; the image marker always stays.
       4000-REPLAY-JOURNAL.
           OPEN I-O customer-file
           OPEN INPUT cust-journal
           OPEN OUTPUT journal-work
           OPEN OUTPUT journal-cut
           MOVE ZERO TO ws-journal-ordinal
           SET no-more-input TO FALSE
           PERFORM 4100-REPLAY-JOURNAL-RECORD
               UNTIL no-more-input
           CLOSE customer-file, cust-journal, journal-work,
               journal-cut.

       4100-REPLAY-JOURNAL-RECORD.
           READ cust-journal
               AT END
                   SET no-more-input TO TRUE
           END-READ
           IF NOT no-more-input
               ADD 1 TO ws-journal-ordinal
               EVALUATE TRUE
                   WHEN ws-journal-ordinal = 1
                       WRITE journal-work-record
                           FROM cust-journal-record
                   WHEN ws-journal-ordinal > ws-target-ordinal
                   WHEN target-is-time
                       AND cjr-timestamp > ws-target-timestamp
                       WRITE journal-cut-record
                           FROM cust-journal-record
                       ADD 1 TO ws-records-cut
                   WHEN OTHER
                       PERFORM 4200-APPLY-JOURNAL-RECORD
                       WRITE journal-work-record
                           FROM cust-journal-record
               END-EVALUATE
           END-IF.

      *> An add whose key is already on file, or a change whose
      *> key is not, still puts the after-image on file: the
      *> after-image is the record as it stood, whatever the
      *> updater found.  A later image marker -- a second image
      *> taken into the same generation -- is passed over.
       4200-APPLY-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN cjr-record-added OR cjr-record-changed
                   MOVE cjr-after-image TO customer-record
                   REWRITE customer-record
                   IF ws-customer-status = "23"
                       WRITE customer-record
                   END-IF
                   IF ws-customer-status = "00"
                       IF cjr-record-added
                           ADD 1 TO ws-adds-applied
                       ELSE
                           ADD 1 TO ws-changes-applied
                       END-IF
                   ELSE
                       PERFORM 4300-REPLAY-FAILED
                   END-IF
               WHEN cjr-record-deleted
                   MOVE cjr-cust-key TO cust-key
                   DELETE customer-file
                   EVALUATE ws-customer-status
                       WHEN "00"
                           ADD 1 TO ws-deletes-applied
                       WHEN "23"
                           ADD 1 TO ws-deletes-missing
                       WHEN OTHER
                           PERFORM 4300-REPLAY-FAILED
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO ws-markers-read
           END-EVALUATE.

       4300-REPLAY-FAILED.
           DISPLAY "JOURNAL RECORD " ws-journal-ordinal
               " NOT APPLIED, STATUS " ws-customer-status
               " AT " cjr-cust-key
           ADD 1 TO ws-replay-failures.

      *> CUSTJRNL is written back as the records applied, closed
      *> by this run's own start and end marker, so the steps
      *> rerun from the recovery point append behind it.
       5000-CUT-BACK-JOURNAL.
           OPEN INPUT journal-work
           OPEN OUTPUT cust-journal
           SET no-more-input TO FALSE
           PERFORM UNTIL no-more-input
               READ journal-work
                   AT END
                       SET no-more-input TO TRUE
                   NOT AT END
                       WRITE cust-journal-record
                           FROM journal-work-record
                       ADD 1 TO ws-records-kept
               END-READ
           END-PERFORM
           SET cjr-step-start TO TRUE
           PERFORM 5100-WRITE-RECOVERY-MARKER
           SET cjr-step-end TO TRUE
           PERFORM 5100-WRITE-RECOVERY-MARKER
           CLOSE journal-work, cust-journal
           MOVE "JOURNAL RECORDS READ" TO ws-cnt-label
           MOVE ws-journal-records TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  ADDS APPLIED" TO ws-cnt-label
           MOVE ws-adds-applied TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  CHANGES APPLIED" TO ws-cnt-label
           MOVE ws-changes-applied TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  DELETES APPLIED" TO ws-cnt-label
           MOVE ws-deletes-applied TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  DELETES ALREADY OFF FILE" TO ws-cnt-label
           MOVE ws-deletes-missing TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  STEP MARKERS" TO ws-cnt-label
           MOVE ws-markers-read TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  NOT APPLIED - FAILED" TO ws-cnt-label
           MOVE ws-replay-failures TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  CUT TO JRNLCUT" TO ws-cnt-label
           MOVE ws-records-cut TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE SPACES TO report-line
           WRITE report-line.

       5100-WRITE-RECOVERY-MARKER.
           MOVE FUNCTION CURRENT-DATE TO cjr-timestamp
           MOVE "CUSTRCV" TO cjr-step-name
           MOVE SPACES TO cjr-cust-key
           MOVE SPACES TO cjr-after-image
           WRITE cust-journal-record.

      *> Each recovered customer against the last balance-after
      *> its ledger carries at or before the recovery point.
       6000-BALANCE-MASTER.
           OPEN INPUT customer-file
           OPEN INPUT customer-ledger
           MOVE "CUSTOMERS DIFFERING FROM CUSTLEDG" TO report-line
           WRITE report-line
           MOVE "CUSTOMER      MASTER BAL    LEDGER BAL    DIFFERENCE"
               & "  LEDGER TIME" TO report-line
           WRITE report-line
           SET no-more-input TO FALSE
           PERFORM 6100-BALANCE-CUSTOMER
               UNTIL no-more-input
           CLOSE customer-file, customer-ledger.

       6100-BALANCE-CUSTOMER.
           READ customer-file NEXT RECORD
               AT END
                   SET no-more-input TO TRUE
           END-READ
           IF NOT no-more-input
               ADD 1 TO ws-customers-read
               ADD cust-balance TO ws-master-total
               PERFORM 6200-FIND-LEDGER-BALANCE
               EVALUATE TRUE
                   WHEN NOT ledger-found
                       ADD 1 TO ws-customers-no-ledger
                   WHEN ws-ledger-balance = cust-balance
                       ADD 1 TO ws-customers-agreed
                   WHEN OTHER
                       ADD 1 TO ws-customers-differ
                       PERFORM 6300-PRINT-DIFFERENCE
               END-EVALUATE
           END-IF.

       6200-FIND-LEDGER-BALANCE.
           SET ledger-found TO FALSE
           MOVE LOW-VALUES TO ws-ledger-timestamp
           SET no-more-ledger TO FALSE
           MOVE cust-key TO ledg-cust-key
           MOVE ZERO TO ledg-date
           MOVE ZERO TO ledg-seq
           START customer-ledger KEY IS NOT LESS THAN ledg-key
               INVALID KEY
                   SET no-more-ledger TO TRUE
           END-START
           PERFORM UNTIL no-more-ledger
               READ customer-ledger NEXT RECORD
                   AT END
                       SET no-more-ledger TO TRUE
               END-READ
               IF NOT no-more-ledger
                   IF ledg-cust-key NOT = cust-key
                       SET no-more-ledger TO TRUE
                   ELSE
                       IF NOT ledg-orphan-txn
                           AND ledg-timestamp NOT > ws-target-timestamp
                           AND ledg-timestamp > ws-ledger-timestamp
                           SET ledger-found TO TRUE
                           MOVE ledg-timestamp TO ws-ledger-timestamp
                           MOVE ledg-balance-after
                               TO ws-ledger-balance
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       6300-PRINT-DIFFERENCE.
           COMPUTE ws-balance-difference =
               cust-balance - ws-ledger-balance
           MOVE SPACES TO ws-differ-line
           MOVE cust-key TO ws-dif-cust-key
           MOVE cust-balance TO ws-dif-master
           MOVE ws-ledger-balance TO ws-dif-ledger
           MOVE ws-balance-difference TO ws-dif-difference
           MOVE ws-ledger-timestamp (1:14) TO ws-dif-ledger-time
           MOVE ws-differ-line TO report-line
           WRITE report-line.

       7000-FINALIZE.
           COMPUTE ws-gl-difference =
               ws-master-total + ws-orphan-held-total
               - ws-gl-control-balance
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "CUSTOMERS RECOVERED" TO ws-cnt-label
           MOVE ws-customers-read TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  AGREE WITH CUSTLEDG" TO ws-cnt-label
           MOVE ws-customers-agreed TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  DIFFER FROM CUSTLEDG" TO ws-cnt-label
           MOVE ws-customers-differ TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE "  NO LEDGER ENTRY" TO ws-cnt-label
           MOVE ws-customers-no-ledger TO ws-cnt-value
           PERFORM 8100-PRINT-COUNT
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE "CUST MASTER TOTAL" TO ws-amt-label
           MOVE ws-master-total TO ws-amt-value
           PERFORM 8200-PRINT-AMOUNT
           MOVE "ORPHAN SUSPENSE" TO ws-amt-label
           MOVE ws-orphan-held-total TO ws-amt-value
           PERFORM 8200-PRINT-AMOUNT
           MOVE "GL CONTROL BAL" TO ws-amt-label
           MOVE ws-gl-control-balance TO ws-amt-value
           PERFORM 8200-PRINT-AMOUNT
           MOVE "DIFFERENCE" TO ws-amt-label
           MOVE ws-gl-difference TO ws-amt-value
           PERFORM 8200-PRINT-AMOUNT
           IF ws-customers-differ > ZERO
               OR ws-gl-difference NOT = ZERO
               DISPLAY "RECOVERED CUSTMAST DOES NOT BALANCE"
                   " - SEE RPTOUT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ws-load-failures > ZERO
               OR ws-replay-failures > ZERO
               DISPLAY "CUSTMAST NOT FULLY RECOVERED - LOCK LEFT HELD"
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "CUSTMAST FORWARD RECOVERY COMPLETE"
           DISPLAY "  IMAGE RECORDS LOADED:  " ws-image-loaded
           DISPLAY "  JOURNAL RECORDS KEPT:  " ws-records-kept
           DISPLAY "  JOURNAL RECORDS CUT:   " ws-records-cut
           DISPLAY "  CUSTOMERS DIFFERING:   " ws-customers-differ.

       8100-PRINT-COUNT.
           MOVE ws-count-line TO report-line
           WRITE report-line.

       8200-PRINT-AMOUNT.
           MOVE ws-amount-line TO report-line
           WRITE report-line.

      *> CUSTMAST run interlock -- see CUSTLOCK.  Claimed before
      *> the master is emptied, released only when it loaded and
      *> replayed clean, so a recovery that fails leaves the token
      *> held for the operator to inspect.  Another updater's held
      *> token refuses this run with RETURN-CODE 12 unless the
      *> operator supplied the LOCKOVRD card -- the usual case,
      *> since the step that damaged the master holds it.
       9700-CLAIM-CUSTMAST-LOCK.
           PERFORM 9750-READ-LOCK-OVERRIDE
           OPEN I-O custmast-lock
           IF ws-custmast-lock-status NOT = "00"
               OPEN OUTPUT custmast-lock
               MOVE SPACES TO lock-holder
               SET lock-released TO TRUE
               MOVE SPACES TO lock-timestamp
               WRITE custmast-lock-record
               CLOSE custmast-lock
               OPEN I-O custmast-lock
           END-IF
           READ custmast-lock
               AT END
                   MOVE SPACES TO lock-holder
                   SET lock-released TO TRUE
           END-READ
           IF lock-held AND NOT lock-override-given
               DISPLAY "CUSTMAST LOCKED BY " lock-holder
                   " SINCE " lock-timestamp " - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               CLOSE custmast-lock
               STOP RUN
           END-IF
           IF lock-held AND lock-override-given
               DISPLAY "CUSTMAST LOCK HELD BY " lock-holder
                   " BROKEN BY OPERATOR OVERRIDE"
           END-IF
           MOVE "CUSTRCV" TO lock-holder
           SET lock-held TO TRUE
           MOVE FUNCTION CURRENT-DATE TO lock-timestamp
           REWRITE custmast-lock-record
           CLOSE custmast-lock.

       9750-READ-LOCK-OVERRIDE.
           OPEN INPUT lock-override
           IF ws-lock-override-status = "00"
               READ lock-override
                   AT END
                       CONTINUE
                   NOT AT END
                       IF lock-override-line = "OVERRIDE"
                           SET lock-override-given TO TRUE
                       END-IF
               END-READ
               CLOSE lock-override
           END-IF.

      *> Released only when this run still holds it.
       9790-RELEASE-CUSTMAST-LOCK.
           OPEN I-O custmast-lock
           IF ws-custmast-lock-status = "00"
               READ custmast-lock
                   AT END
                       CONTINUE
                   NOT AT END
                       IF lock-holder = "CUSTRCV"
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
           MOVE "CUSTRCV" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
