               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> As-of business date, eight digits.  Defaults to today.
           SELECT asof-parm ASSIGN TO "ASOFDATE"
           RECORDING MODE IS F.
       COPY STEPTIME.

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).
       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-step-timing-status   PIC XX.
           05  ws-asof-status          PIC XX.
           05  ws-report-out-status    PIC XX.

           05  ws-sum-flag             PIC X(14).
           05  FILLER                  PIC X(51) VALUE SPACES.

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

      *> WINTREND, off the run-parameter registry -- registered
      *> apart from the machine trend report's TRENDPRM, whose card
      *> has a different layout.
      *> Trend parameters: trailing window days, PIC 9(3), columns
      *> 1-3; growth threshold percent, PIC 9(3)V99, columns 4-8.
      *> Defaults: 28 days, 25 percent.
       01  trend-parm-line.
           05  trd-window-days         PIC 9(3).
           05  trd-threshold-pct       PIC 9(3)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-TREND-PARM
           COMPUTE ws-date-integer =
               FUNCTION INTEGER-OF-DATE (ws-asof-date)
               - ws-window-days + 1
           WRITE report-line.

       1100-READ-TREND-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "WINTREND" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO trend-parm-line
               MOVE trd-window-days TO ws-window-days
               MOVE trd-threshold-pct TO ws-threshold-pct
           END-IF.

       1200-READ-ASOF-PARM.
           DISPLAY "  STEPS REPORTED: " ws-step-count
           DISPLAY "  STEPS FLAGGED:  " ws-steps-flagged
           DISPLAY "  UNPAIRED STAMPS: " ws-unpaired.

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
