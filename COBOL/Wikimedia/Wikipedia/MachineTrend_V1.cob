               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-work-order-status.

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
       COPY WORKORDR.

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).
       01  ws-file-status.
           05  ws-shift-history-status PIC XX.
           05  ws-work-order-status    PIC XX.
           05  ws-asof-status          PIC XX.

       01  ws-flags.

       01  ws-orders-cut               PIC 9(5) VALUE ZERO.

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

      *> TRENDPRM, off the run-parameter registry.
      *> Trend parameters: window days, PIC 9(3), columns 1-3;
      *> emergency-stop threshold, PIC 9(3), columns 4-6; speed
      *> correction threshold, PIC 9(3), columns 7-9.  Defaults:
      *> 3 stops or 20 corrections inside 7 days.
       01  trend-parm-line.
           05  trnd-window-days        PIC 9(3).
           05  trnd-stop-threshold     PIC 9(3).
           05  trnd-speed-threshold    PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-TREND-PARM
           OPEN INPUT shift-history
           OPEN OUTPUT work-order-file.

       1100-READ-TREND-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "TRENDPRM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO trend-parm-line
               MOVE trnd-window-days TO ws-window-days
               MOVE trnd-stop-threshold
                   TO ws-stop-threshold
               MOVE trnd-speed-threshold
                   TO ws-speed-threshold
           END-IF
           COMPUTE ws-event-integer =
               ws-asof-integer - ws-window-days + 1
           COMPUTE ws-window-from =
               FUNCTION DATE-OF-INTEGER (ws-event-integer).

       1200-READ-ASOF-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-asof-date
               CLOSE asof-parm
           END-IF
           COMPUTE ws-asof-integer =
               FUNCTION INTEGER-OF-DATE (ws-asof-date).

      *> Only events dated inside the rolling window count; the
      *> history file reaches back further than any window.
           CLOSE shift-history, work-order-file
           DISPLAY "MACHINE TREND SWEEP COMPLETE - "
               ws-orders-cut " WORK ORDER(S) CUT".

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
