      *> month to date, flagging any store whose takings moved more
      *> than the threshold percent against the prior day so the
      *> regional managers see the anomalies without pulling
      *> yesterday's printout.  Every line also goes to RPTBURST,
      *> tagged by store, for the report distribution step.
      *> A second section splits each store's takings for the day
      *> by channel -- till, web orders, phone orders -- off the
      *> order figures the edit pass carries on the history.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

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

      *> Burst copy of every line printed, tagged by store, for
      *> the report distribution step.
           SELECT report-burst ASSIGN TO "RPTBURST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-report-burst-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
       FD  busdate-card.
       01  busdate-line               PIC X(8).

       FD  parm-registry.
       COPY PARMREG.

       FD  report-out.
       01  report-line                PIC X(100).

       FD  report-burst
           RECORDING MODE IS F.
       COPY RPTBURST.

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.
       01  ws-file-status.
           05  ws-day-history-status   PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-report-out-status    PIC XX.
           05  ws-report-burst-status  PIC XX.

       01  ws-flags.
           05  no-more-history-sw      PIC X VALUE "N".
               10  ws-fl-prior-amount  PIC 9(11)V99.
               10  ws-fl-lastwk-amount PIC 9(11)V99.
               10  ws-fl-mtd-amount    PIC 9(11)V99.
               10  ws-fl-web-count     PIC 9(7).
               10  ws-fl-web-amount    PIC 9(11)V99.
               10  ws-fl-phone-count   PIC 9(7).
               10  ws-fl-phone-amount  PIC 9(11)V99.

       01  ws-move-pct                 PIC S9(5)V99.
       01  ws-move-abs                 PIC 9(5)V99.
           05  ws-fls-flag             PIC X(2).
           05  FILLER                  PIC X(12) VALUE SPACES.

      *> Channel split: the till's share is the store's takings
      *> less its web and phone orders.
       01  ws-till-amount              PIC 9(11)V99.
       01  ws-till-count               PIC 9(7).
       01  ws-channel-line.
           05  ws-chl-store            PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chl-till-count       PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chl-till-amount      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chl-web-count        PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chl-web-amount       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chl-phone-count      PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chl-phone-amount     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.

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

      *> FLASHPCT, off the run-parameter registry.
      *> Movement threshold percent, PIC 9(3)V99, columns 1-5.
      *> Defaults to 10.
       01  flash-pct-line             PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           MOVE ws-flash-date (1:6) TO ws-flash-month
           OPEN INPUT day-history
           OPEN OUTPUT report-out
           PERFORM 9600-OPEN-REPORT-BURST
           MOVE SPACES TO report-line
           STRING "DAILY FLASH FOR " ws-flash-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           PERFORM 9610-BURST-HEADING
           MOVE "STOR TODAY          PRIOR          PCT"
               & "      LASTWEEK       MTD            REJ"
               TO report-line
           WRITE report-line
           PERFORM 9610-BURST-HEADING.

       1100-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-flash-date
           END-IF.

       1200-READ-THRESHOLD.
           MOVE ws-flash-date TO ws-parm-as-of
           MOVE "FLASHPCT" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO flash-pct-line
               MOVE flash-pct-line TO ws-threshold-pct
           END-IF.

       2000-LOAD-HISTORY.
                   MOVE ZERO TO ws-fl-prior-amount (fl-idx)
                   MOVE ZERO TO ws-fl-lastwk-amount (fl-idx)
                   MOVE ZERO TO ws-fl-mtd-amount (fl-idx)
                   MOVE ZERO TO ws-fl-web-count (fl-idx)
                   MOVE ZERO TO ws-fl-web-amount (fl-idx)
                   MOVE ZERO TO ws-fl-phone-count (fl-idx)
                   MOVE ZERO TO ws-fl-phone-amount (fl-idx)
               WHEN ws-fl-store (fl-idx) = dh-store-no
                   CONTINUE
           END-SEARCH
               ADD dh-sale-qty TO ws-fl-qty (fl-idx)
               ADD dh-sale-amount TO ws-fl-amount (fl-idx)
               ADD dh-reject-count TO ws-fl-rejects (fl-idx)
               ADD dh-web-sale-count TO ws-fl-web-count (fl-idx)
               ADD dh-web-sale-amount TO ws-fl-web-amount (fl-idx)
               ADD dh-phone-sale-count TO ws-fl-phone-count (fl-idx)
               ADD dh-phone-sale-amount
                   TO ws-fl-phone-amount (fl-idx)
           ELSE
      *> A rerun can append more than one row for a date; rows for
      *> the same prior date accumulate the way today's rows do.
               IF ws-fl-today-sw (fl-idx) = "Y"
                   PERFORM 3100-PRINT-ONE-STORE
               END-IF
           END-PERFORM
           PERFORM 3200-PRINT-CHANNEL-SPLIT.

       3100-PRINT-ONE-STORE.
           MOVE SPACES TO ws-flash-line
           END-IF
           MOVE ws-move-pct TO ws-fls-pct
           MOVE ws-flash-line TO report-line
           WRITE report-line
           MOVE ws-fl-store (fl-idx) TO brst-store-no
           PERFORM 9620-BURST-STORE-LINE.

       3200-PRINT-CHANNEL-SPLIT.
           MOVE SPACES TO report-line
           WRITE report-line
           PERFORM 9610-BURST-HEADING
           MOVE SPACES TO report-line
           STRING "TAKINGS BY CHANNEL FOR " ws-flash-date
               DELIMITED BY SIZE INTO report-line
           WRITE report-line
           PERFORM 9610-BURST-HEADING
           MOVE "STOR   TILL#           TILL    WEB#            WEB"
               & "  PHONE#          PHONE"
               TO report-line
           WRITE report-line
           PERFORM 9610-BURST-HEADING
           PERFORM VARYING fl-idx FROM 1 BY 1
                   UNTIL fl-idx > ws-flash-count
               IF ws-fl-today-sw (fl-idx) = "Y"
                   PERFORM 3210-PRINT-ONE-CHANNEL-LINE
               END-IF
           END-PERFORM.

       3210-PRINT-ONE-CHANNEL-LINE.
           COMPUTE ws-till-count = ws-fl-count (fl-idx)
               - ws-fl-web-count (fl-idx)
               - ws-fl-phone-count (fl-idx)
           COMPUTE ws-till-amount = ws-fl-amount (fl-idx)
               - ws-fl-web-amount (fl-idx)
               - ws-fl-phone-amount (fl-idx)
           MOVE ws-fl-store (fl-idx) TO ws-chl-store
           MOVE ws-till-count TO ws-chl-till-count
           MOVE ws-till-amount TO ws-chl-till-amount
           MOVE ws-fl-web-count (fl-idx) TO ws-chl-web-count
           MOVE ws-fl-web-amount (fl-idx) TO ws-chl-web-amount
           MOVE ws-fl-phone-count (fl-idx) TO ws-chl-phone-count
           MOVE ws-fl-phone-amount (fl-idx) TO ws-chl-phone-amount
           MOVE ws-channel-line TO report-line
           WRITE report-line
           MOVE ws-fl-store (fl-idx) TO brst-store-no
           PERFORM 9620-BURST-STORE-LINE.

       4000-FINALIZE.
           CLOSE day-history, report-out, report-burst.

      *> The burst file is appended to: the other reports of the
      *> night add their own lines to the same generation before
      *> the distribution step splits it.
       9600-OPEN-REPORT-BURST.
           OPEN EXTEND report-burst
           IF ws-report-burst-status NOT = "00"
               OPEN OUTPUT report-burst
           END-IF.

      *> Copies the line just printed to the burst file, as a
      *> heading or as a detail for the store already moved to
      *> brst-store-no.
       9610-BURST-HEADING.
           MOVE ZERO TO brst-store-no
           MOVE SPACES TO brst-region, brst-district
           SET brst-heading TO TRUE
           PERFORM 9650-WRITE-BURST.

       9620-BURST-STORE-LINE.
           MOVE SPACES TO brst-region, brst-district
           SET brst-detail TO TRUE
           PERFORM 9650-WRITE-BURST.

       9650-WRITE-BURST.
           MOVE "FLASHRPT" TO brst-report-id
           MOVE ws-flash-date TO brst-business-date
           MOVE report-line TO brst-print-line
           WRITE report-burst-record.

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
