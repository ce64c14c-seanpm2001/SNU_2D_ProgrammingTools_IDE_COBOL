               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-range-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> Business date card the date roll maintains; anchors the
      *> default window.
       FD  date-range-parm.
       01  date-range-parm-line       PIC X(16).

       FD  parm-registry.
       COPY PARMREG.

       FD  busdate-card.
       01  busdate-line               PIC X(8).
           05  ws-sales-ksds-status    PIC XX.
           05  ws-onhand-status        PIC XX.
           05  ws-date-range-status    PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-suggest-status       PIC XX.
           05  ws-report-out-status    PIC XX.
           05  ws-sgl-suggest          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

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

      *> REPLPARM, off the run-parameter registry.
      *> Replenishment parameters: target days of cover, PIC 9(3),
      *> columns 1-3; reorder-point days of cover, PIC 9(3), columns
      *> 4-6.  Defaults: order up to 14 days when cover falls under
      *> 7.
       01  repl-parm-line.
           05  rpl-target-days         PIC 9(3).
           05  rpl-reorder-days        PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           END-IF.

       1200-READ-REPL-PARM.
           MOVE ws-posting-busdate TO ws-parm-as-of
           MOVE "REPLPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO repl-parm-line
               MOVE rpl-target-days TO ws-target-days
               MOVE rpl-reorder-days TO ws-reorder-days
           END-IF.

       2000-AGGREGATE-MOVEMENT.
           CLOSE sales-ksds, onhand-file, suggest-file, report-out
           DISPLAY "REPLENISHMENT SUGGESTION RUN COMPLETE"
           DISPLAY "  SUGGESTIONS WRITTEN: " ws-suggestions-written.

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
