       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-SNAPSHOT-V1.
      *> Nightly run-parameter snapshot and change report.  Walks the
      *> PARMREG registry and, for every parameter, appends the
      *> value in force for tonight's business date to RUNSTATS
      *> under stat-program PARMSNAP -- so "what tolerance did the
      *> price edit use last Tuesday" is a read of RUNSTATS for
      *> that date instead of an argument.  The run-date cards the
      *> date roll still writes (ASOFDATE) and the rerun override
      *> (DATERNGE) are recorded alongside when mounted, marked as
      *> card values.
      *>
      *> The change report lists every registry change applied in
      *> the last PRMDAYS days (a registry parameter itself, columns
      *> 1-3, default 7) off the PARMAUDT audit trail -- the JCL
      *> reads the GDG base, every generation in turn -- with the
      *> before and after values, who keyed each one and who
      *> approved it, followed by the values in force tonight.
      *>
      *> A registry that will not open ends RETURN-CODE 4: the
      *> chain still runs, every program on its own defaults, but
      *> the night has no snapshot and somebody should know.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT parm-audit ASSIGN TO "PARMAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-parm-audit-status.

           SELECT run-stats ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-run-stats-status.

      *> Tonight's business date, eight digits, maintained by the
      *> date roll.  Defaults to today when the card is absent.
           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

      *> Run-date cards, recorded as they stand when mounted.
           SELECT asof-parm ASSIGN TO "ASOFDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-asof-status.

           SELECT date-range-parm ASSIGN TO "DATERNGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-range-status.

           SELECT report-out ASSIGN TO "PARMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-registry.
       COPY PARMREG.

       FD  parm-audit
           RECORDING MODE IS F.
       COPY PARMAUDT.

       FD  run-stats
           RECORDING MODE IS F.
       COPY RUNSTATS.

       FD  busdate-card.
       01  busdate-line                PIC X(8).

       FD  asof-parm.
       01  asof-parm-line              PIC X(8).

       FD  date-range-parm.
       01  date-range-parm-line        PIC X(16).

       FD  report-out.
       01  report-line                 PIC X(80).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-parm-audit-status    PIC XX.
           05  ws-run-stats-status     PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-date-range-status    PIC XX.
           05  ws-report-status        PIC XX.

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

       01  ws-flags.
           05  no-more-parms-sw        PIC X VALUE "N".
               88  no-more-parms       VALUE "Y".
           05  no-more-audit-sw        PIC X VALUE "N".
               88  no-more-audit       VALUE "Y".
           05  audit-open-sw           PIC X VALUE "N".
               88  audit-open          VALUE "Y".
           05  name-recorded-sw        PIC X VALUE "N".
               88  name-recorded
                   VALUE "Y" WHEN SET TO FALSE IS "N".

      *> Change-report window in days, PRMDAYS on the registry.
       01  ws-report-days-card.
           05  ws-report-days          PIC 9(3).
           05  FILLER                  PIC X(37).
       01  ws-days-back                PIC 9(3) VALUE 7.

       01  ws-business-date            PIC 9(8).
       01  ws-cutoff-date              PIC 9(8).
       01  ws-current-name             PIC X(8) VALUE SPACES.

       01  ws-run-totals.
           05  ws-parms-recorded       PIC 9(5) VALUE ZERO.
           05  ws-cards-recorded       PIC 9(5) VALUE ZERO.
           05  ws-changes-listed       PIC 9(5) VALUE ZERO.

       01  ws-title-line.
           05  FILLER                  PIC X(30)
               VALUE "RUN-PARAMETER CHANGES IN LAST ".
           05  ws-ttl-days             PIC ZZ9.
           05  FILLER                  PIC X(9) VALUE " DAYS TO ".
           05  ws-ttl-date             PIC 9(8).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  ws-change-heading.
           05  FILLER                  PIC X(50) VALUE
               "PARAMETER EFFECTIVE TYPE OPERATOR APPROVER CHANGED".
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  ws-change-line.
           05  ws-chg-name             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-chg-effective        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-chg-type             PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chg-operator         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chg-approver         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chg-date             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-chg-money            PIC X(5).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  ws-value-line.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ws-val-label            PIC X(6).
           05  ws-val-value            PIC X(40).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  ws-in-force-title.
           05  FILLER                  PIC X(20)
               VALUE "VALUES IN FORCE FOR ".
           05  ws-ift-date             PIC 9(8).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  ws-in-force-line.
           05  ws-inf-name             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-inf-effective        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ws-inf-value            PIC X(40).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ws-inf-money            PIC X(5).
           05  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-CHANGES
           PERFORM 3000-SNAPSHOT-REGISTRY
           PERFORM 3500-SNAPSHOT-CARDS
           PERFORM 4000-FINALIZE
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           MOVE "PRMDAYS" TO ws-parm-name
           MOVE ws-business-date TO ws-parm-as-of
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO ws-report-days-card
               IF ws-report-days IS NUMERIC
                   AND ws-report-days > ZERO
                   MOVE ws-report-days TO ws-days-back
               END-IF
           END-IF
           COMPUTE ws-cutoff-date = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (ws-business-date)
                - ws-days-back)
           OPEN OUTPUT report-out
           OPEN EXTEND run-stats
           IF ws-run-stats-status NOT = "00"
               OPEN OUTPUT run-stats
           END-IF.

       1100-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-business-date
           OPEN INPUT busdate-card
           IF ws-busdate-status = "00"
               READ busdate-card
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE busdate-line TO ws-business-date
               END-READ
               CLOSE busdate-card
           END-IF.

      *> Every audit image stamped on or after the cutoff, in the
      *> order the generations were written.
       2000-REPORT-CHANGES.
           MOVE ws-days-back TO ws-ttl-days
           MOVE ws-business-date TO ws-ttl-date
           WRITE report-line FROM ws-title-line
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM ws-change-heading
           OPEN INPUT parm-audit
           IF ws-parm-audit-status = "00"
               SET audit-open TO TRUE
           ELSE
               SET no-more-audit TO TRUE
           END-IF
           PERFORM 2100-READ-AUDIT-IMAGE
               UNTIL no-more-audit
           IF audit-open
               CLOSE parm-audit
           END-IF
           IF ws-changes-listed = ZERO
               MOVE "  NO PARAMETER CHANGES IN THE PERIOD"
                   TO report-line
               WRITE report-line
           END-IF.

       2100-READ-AUDIT-IMAGE.
           READ parm-audit
               AT END
                   SET no-more-audit TO TRUE
               NOT AT END
                   IF pmaud-timestamp (1:8) >= ws-cutoff-date
                       PERFORM 2200-LIST-CHANGE
                   END-IF
           END-READ.

       2200-LIST-CHANGE.
           MOVE pmaud-name TO ws-chg-name
           MOVE pmaud-effective-date TO ws-chg-effective
           MOVE pmaud-txn-type TO ws-chg-type
           MOVE pmaud-operator-id TO ws-chg-operator
           MOVE pmaud-approver-id TO ws-chg-approver
           MOVE pmaud-timestamp (1:8) TO ws-chg-date
           IF pmaud-money-affecting
               MOVE "MONEY" TO ws-chg-money
           ELSE
               MOVE SPACES TO ws-chg-money
           END-IF
           WRITE report-line FROM ws-change-line
           MOVE "WAS: " TO ws-val-label
           MOVE pmaud-before-value TO ws-val-value
           WRITE report-line FROM ws-value-line
           MOVE "NOW: " TO ws-val-label
           MOVE pmaud-after-value TO ws-val-value
           WRITE report-line FROM ws-value-line
           ADD 1 TO ws-changes-listed.

      *> Within a name the inverted key runs latest-effective
      *> first, so the first value dated on or before tonight is
      *> the one in force; later-dated values are not yet due.
       3000-SNAPSHOT-REGISTRY.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-business-date TO ws-ift-date
           WRITE report-line FROM ws-in-force-title
           OPEN INPUT parm-registry
           IF ws-parm-registry-status NOT = "00"
               DISPLAY "PARMREG WILL NOT OPEN, STATUS "
                   ws-parm-registry-status " - NO SNAPSHOT TAKEN"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 3100-READ-REGISTRY
                   UNTIL no-more-parms
               CLOSE parm-registry
           END-IF.

       3100-READ-REGISTRY.
           READ parm-registry NEXT RECORD
               AT END
                   SET no-more-parms TO TRUE
           END-READ
           IF NOT no-more-parms
               IF prm-name NOT = ws-current-name
                   MOVE prm-name TO ws-current-name
                   SET name-recorded TO FALSE
               END-IF
               IF NOT name-recorded
                   AND prm-effective-date <= ws-business-date
                   SET name-recorded TO TRUE
                   PERFORM 3200-RECORD-IN-FORCE
               END-IF
           END-IF.

       3200-RECORD-IN-FORCE.
           MOVE prm-name TO stat-parm-name
           MOVE prm-value TO stat-parm-value
           SET stat-parm-from-registry TO TRUE
           MOVE prm-money-flag TO stat-parm-money-flag
           PERFORM 3900-WRITE-SNAPSHOT
           MOVE prm-name TO ws-inf-name
           MOVE prm-effective-date TO ws-inf-effective
           MOVE prm-value TO ws-inf-value
           IF prm-money-affecting
               MOVE "MONEY" TO ws-inf-money
           ELSE
               MOVE SPACES TO ws-inf-money
           END-IF
           WRITE report-line FROM ws-in-force-line
           ADD 1 TO ws-parms-recorded.

      *> The run-date cards stay cards -- the date roll writes
      *> them and a rerun overrides them -- but what was mounted
      *> belongs in the same record of the night.
       3500-SNAPSHOT-CARDS.
           OPEN INPUT asof-parm
           IF ws-asof-status = "00"
               READ asof-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "ASOFDATE" TO stat-parm-name
                       MOVE asof-parm-line TO stat-parm-value
                       PERFORM 3600-RECORD-CARD
               END-READ
               CLOSE asof-parm
           END-IF
           OPEN INPUT date-range-parm
           IF ws-date-range-status = "00"
               READ date-range-parm
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "DATERNGE" TO stat-parm-name
                       MOVE date-range-parm-line TO stat-parm-value
                       PERFORM 3600-RECORD-CARD
               END-READ
               CLOSE date-range-parm
           END-IF.

       3600-RECORD-CARD.
           SET stat-parm-from-card TO TRUE
           MOVE "N" TO stat-parm-money-flag
           PERFORM 3900-WRITE-SNAPSHOT
           MOVE stat-parm-name TO ws-inf-name
           MOVE "CARD" TO ws-inf-effective
           MOVE stat-parm-value TO ws-inf-value
           MOVE SPACES TO ws-inf-money
           WRITE report-line FROM ws-in-force-line
           ADD 1 TO ws-cards-recorded.

       3900-WRITE-SNAPSHOT.
           MOVE "PARMSNAP" TO stat-program
           MOVE ws-business-date TO stat-business-date
           MOVE FUNCTION CURRENT-DATE TO stat-timestamp
           WRITE run-stats-record.

       4000-FINALIZE.
           CLOSE run-stats, report-out
           DISPLAY "RUN-PARAMETER SNAPSHOT COMPLETE"
           DISPLAY "  BUSINESS DATE:      " ws-business-date
           DISPLAY "  PARAMETERS IN FORCE:" ws-parms-recorded
           DISPLAY "  CARDS RECORDED:     " ws-cards-recorded
           DISPLAY "  CHANGES LISTED:     " ws-changes-listed.

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
           MOVE "PARMSNAP" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
