      *> any store pacing below plan for the day of the month --
      *> month-to-date short of plan prorated to today -- is
      *> flagged, so a store quietly drifting under plan surfaces
      *> mid-month instead of at month end.  Every line also goes
      *> to RPTBURST, tagged by store or region, for the report
      *> distribution step.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-out-status.

      *> Burst copy of every line printed, tagged by store or
      *> region, for the report distribution step.
           SELECT report-burst ASSIGN TO "RPTBURST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-burst-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
       FD  report-out.
       01  report-line                PIC X(100).

       FD  report-burst
           RECORDING MODE IS F.
       COPY RPTBURST.

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.
           05  ws-store-status         PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-report-out-status    PIC XX.
           05  ws-report-burst-status  PIC XX.

       01  ws-flags.
           05  no-more-history-sw      PIC X VALUE "N".
           OPEN INPUT store-plan
           OPEN INPUT store-master
           OPEN OUTPUT report-out
           PERFORM 9600-OPEN-REPORT-BURST
           MOVE SPACES TO report-line
           STRING "STORE PLAN SCORECARD - PERIOD "
               ws-score-period " DAY " ws-day-of-month
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           PERFORM 9610-BURST-HEADING
           MOVE "RNK  STOR  DIST  MTD ACTUAL      PLAN          "
               & " PCT     PACE" TO report-line
           WRITE report-line
           PERFORM 9610-BURST-HEADING.

       1100-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-score-busdate
                   STRING "REGION " ws-sc-region (sc-idx)
                       DELIMITED BY SIZE INTO report-line
                   WRITE report-line
                   PERFORM 9630-BURST-REGION-LINE
               END-IF
               ADD 1 TO ws-rank-no
               MOVE SPACES TO ws-score-line
               END-EVALUATE
               MOVE ws-score-line TO report-line
               WRITE report-line
               PERFORM 9620-BURST-STORE-LINE
           END-PERFORM.

       6000-FINALIZE.
           CLOSE day-history, store-plan, store-master, report-out,
               report-burst
           DISPLAY "STORE PLAN SCORECARD COMPLETE"
           DISPLAY "  STORES SCORED: " ws-score-count.

      *> The burst file is appended to: the other reports of the
      *> night add their own lines to the same generation before
      *> the distribution step splits it.
       9600-OPEN-REPORT-BURST.
           OPEN EXTEND report-burst
           IF ws-report-burst-status NOT = "00"
               OPEN OUTPUT report-burst
           END-IF.

      *> Copies the line just printed to the burst file: a
      *> heading, a store's score line, or the region banner that
      *> goes to whoever takes the scorecard for that region.
       9610-BURST-HEADING.
           MOVE ZERO TO brst-store-no
           MOVE SPACES TO brst-region, brst-district
           SET brst-heading TO TRUE
           PERFORM 9650-WRITE-BURST.

       9620-BURST-STORE-LINE.
           MOVE ws-sc-store (sc-idx) TO brst-store-no
           MOVE SPACES TO brst-region, brst-district
           SET brst-detail TO TRUE
           PERFORM 9650-WRITE-BURST.

       9630-BURST-REGION-LINE.
           MOVE ZERO TO brst-store-no
           MOVE ws-sc-region (sc-idx) TO brst-region
           MOVE SPACES TO brst-district
           SET brst-detail TO TRUE
           PERFORM 9650-WRITE-BURST.

       9650-WRITE-BURST.
           MOVE "PLANSCOR" TO brst-report-id
           MOVE ws-score-busdate TO brst-business-date
           MOVE report-line TO brst-print-line
           WRITE report-burst-record.

      *> One start and one end stamp per run, appended to the
      *> shared step-timing log the batch-window trend report
      *> pairs up.  EXTEND with the first-run OUTPUT fallback, the
