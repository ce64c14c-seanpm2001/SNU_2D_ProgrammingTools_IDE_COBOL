      *> of one fixed literal set.  Every branch also writes a
      *> timestamped shift-log event, and emergency-stop
      *> additionally queues an alert for the paging interface.
      *> A lid opened on a stationary machine logs a LID-OPEN stop
      *> (there is nothing to stop, so no page), and the first
      *> reading back at target after a stop -- or the first of the
      *> run, when the machine's state is not yet known -- logs an
      *> IN-BAND event, so the downtime run can time every stop to
      *> its recovery.  The run time of every in-band reading is
      *> added to the machine's RUNHOURS counter at the end of the
      *> cycle, for the preventive-maintenance schedule.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alert-queue-status.

           SELECT run-hour-file ASSIGN TO "RUNHOURS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS rh-machine-id
               FILE STATUS IS ws-run-hour-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

       DATA DIVISION.
       FILE SECTION.
       FD  machine-master.
           RECORDING MODE IS F.
       COPY ALERTQ.

       FD  run-hour-file.
       COPY RUNHOURS.

       FD  parm-registry.
       COPY PARMREG.

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-machine-master-status PIC XX.
           05  ws-speed-reading-status  PIC XX.
           05  ws-shift-log-status      PIC XX.
           05  ws-alert-queue-status    PIC XX.
           05  ws-run-hour-status       PIC XX.

       01  ws-flags.
           05  no-more-machines-sw     PIC X VALUE "N".
               10  ws-min-speed        PIC 9(5).
               10  ws-max-speed        PIC 9(5).
               10  ws-desired-speed    PIC 9(5).
               10  ws-mach-state       PIC X.
                   88  mach-running    VALUE "R".
                   88  mach-stopped    VALUE "S".
               10  ws-mach-cadence     PIC 9(4).
               10  ws-mach-in-band     PIC 9(7).

       01  ws-current-reading.
           05  ws-machine-id           PIC X(6).
           05  ws-current-speed        PIC 9(5).
           05  ws-event-type           PIC X(12).

      *> Run time per in-band reading: the control cycle's length
      *> shared across the readings the machine delivers in it.
       01  ws-cycle-seconds            PIC 9(5) VALUE 60.
       01  ws-reading-seconds          PIC 9(11).
       01  ws-machines-posted          PIC 9(4) VALUE ZERO.

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

      *> RUNHPARM, off the run-parameter registry.
      *> Control-cycle length in seconds, PIC 9(5), columns 1-5.
      *> Default: one cycle a minute.
       01  run-hour-parm-line          PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-MACHINE-TABLE
               UNTIL no-more-machines
           CLOSE machine-master
           PERFORM 1200-READ-RUN-HOUR-PARM
           OPEN INPUT speed-reading-file
           OPEN OUTPUT shift-log-file
           OPEN OUTPUT alert-queue-file.
                   MOVE mm-max-speed  TO ws-max-speed (ws-machine-count)
                   MOVE mm-desired-speed
                       TO ws-desired-speed (ws-machine-count)
                   MOVE "U" TO ws-mach-state (ws-machine-count)
                   MOVE mm-cadence-readings
                       TO ws-mach-cadence (ws-machine-count)
                   MOVE ZERO TO ws-mach-in-band (ws-machine-count)
           END-READ.

       1200-READ-RUN-HOUR-PARM.
           MOVE "RUNHPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value (1:5) TO run-hour-parm-line
               IF run-hour-parm-line NUMERIC
                   AND run-hour-parm-line > ZERO
                   MOVE run-hour-parm-line TO ws-cycle-seconds
               END-IF
           END-IF.

       2000-PROCESS-READINGS.
           READ speed-reading-file
               AT END
                               THRU ws-max-speed (mach-idx)
                           ALSO GREATER THAN ws-desired-speed (mach-idx)
                       PERFORM slow-down-machine
                   WHEN lid-closed
                           ALSO ws-min-speed (mach-idx)
                               THRU ws-max-speed (mach-idx)
                           ALSO ws-desired-speed (mach-idx)
                       PERFORM confirm-in-band
                   WHEN lid-open ALSO ANY ALSO NOT ZERO
                       PERFORM emergency-stop
                   WHEN lid-open ALSO ANY ALSO ZERO
                       PERFORM lid-open-stop
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
       speed-up-machine.
           MOVE "SPEED-UP"    TO ws-event-type
           DISPLAY "SPEEDING UP " ws-machine-id
           SET mach-running (mach-idx) TO TRUE
           ADD 1 TO ws-mach-in-band (mach-idx)
           PERFORM 2200-LOG-SHIFT-EVENT.

       slow-down-machine.
           MOVE "SLOW-DOWN"   TO ws-event-type
           DISPLAY "SLOWING DOWN " ws-machine-id
           SET mach-running (mach-idx) TO TRUE
           ADD 1 TO ws-mach-in-band (mach-idx)
           PERFORM 2200-LOG-SHIFT-EVENT.

       emergency-stop.
           MOVE "EMERG-STOP"  TO ws-event-type
           DISPLAY "EMERGENCY STOP " ws-machine-id
           SET mach-stopped (mach-idx) TO TRUE
           PERFORM 2200-LOG-SHIFT-EVENT
           PERFORM 2300-QUEUE-ALERT.

      *> Lid open with the machine already at rest: logged once,
      *> when the machine goes down, not on every reading while the
      *> lid stays up.
       lid-open-stop.
           IF NOT mach-stopped (mach-idx)
               MOVE "LID-OPEN"    TO ws-event-type
               DISPLAY "LID OPEN " ws-machine-id
               SET mach-stopped (mach-idx) TO TRUE
               PERFORM 2200-LOG-SHIFT-EVENT
           END-IF.

      *> At target with the lid closed needs no correction, so it
      *> is logged only when it marks a recovery.
       confirm-in-band.
           ADD 1 TO ws-mach-in-band (mach-idx)
           IF NOT mach-running (mach-idx)
               MOVE "IN-BAND"     TO ws-event-type
               SET mach-running (mach-idx) TO TRUE
               PERFORM 2200-LOG-SHIFT-EVENT
           END-IF.

      *> Writes one timestamped shift-log record for whichever branch
      *> of the EVALUATE just fired.
       2200-LOG-SHIFT-EVENT.
       2300-QUEUE-ALERT.
           MOVE ws-machine-id      TO alert-machine-id
           MOVE ws-current-speed   TO alert-current-speed
           MOVE SPACE              TO alert-severity-hint
           MOVE FUNCTION CURRENT-DATE TO alert-timestamp
           WRITE alert-queue-record.

       3000-FINALIZE.
           CLOSE speed-reading-file, shift-log-file, alert-queue-file
           PERFORM 3100-POST-RUN-HOURS.

      *> One counter per machine that ran this cycle, created on its
      *> first cycle.  A counter that cannot be posted is reported
      *> and the cycle's time for that machine is lost, not guessed.
       3100-POST-RUN-HOURS.
           OPEN I-O run-hour-file
           IF ws-run-hour-status NOT = "00"
               OPEN OUTPUT run-hour-file
               CLOSE run-hour-file
               OPEN I-O run-hour-file
           END-IF
           IF ws-run-hour-status NOT = "00"
               DISPLAY "RUNHOURS WILL NOT OPEN, STATUS "
                   ws-run-hour-status " - RUN TIME NOT POSTED"
           ELSE
               PERFORM VARYING mach-idx FROM 1 BY 1
                       UNTIL mach-idx > ws-machine-count
                   IF ws-mach-in-band (mach-idx) > ZERO
                       PERFORM 3150-POST-ONE-MACHINE
                   END-IF
               END-PERFORM
               CLOSE run-hour-file
               DISPLAY "RUN HOURS POSTED FOR " ws-machines-posted
                   " MACHINE(S)"
           END-IF.

      *> A cadence of zero is a machine on one reading per cycle.
       3150-POST-ONE-MACHINE.
           IF ws-mach-cadence (mach-idx) = ZERO
               COMPUTE ws-reading-seconds =
                   ws-mach-in-band (mach-idx) * ws-cycle-seconds
           ELSE
               COMPUTE ws-reading-seconds =
                   ws-mach-in-band (mach-idx) * ws-cycle-seconds
                   / ws-mach-cadence (mach-idx)
           END-IF
           MOVE ws-mach-id (mach-idx) TO rh-machine-id
           READ run-hour-file
               INVALID KEY
                   MOVE ws-mach-id (mach-idx) TO rh-machine-id
                   MOVE ws-reading-seconds TO rh-run-seconds
                   MOVE ws-mach-in-band (mach-idx)
                       TO rh-in-band-readings
                   MOVE FUNCTION CURRENT-DATE TO rh-last-updated
                   WRITE run-hour-record
               NOT INVALID KEY
                   ADD ws-reading-seconds TO rh-run-seconds
                   ADD ws-mach-in-band (mach-idx)
                       TO rh-in-band-readings
                   MOVE FUNCTION CURRENT-DATE TO rh-last-updated
                   REWRITE run-hour-record
           END-READ
           IF ws-run-hour-status = "00"
               ADD 1 TO ws-machines-posted
           ELSE
               DISPLAY "RUNHOURS POST FAILED, STATUS "
                   ws-run-hour-status " FOR " ws-mach-id (mach-idx)
           END-IF.

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

