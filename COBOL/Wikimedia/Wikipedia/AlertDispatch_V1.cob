      *>      nobody answered does not die silently.
      *>
      *> An alert whose type has no routing card is dispatched to
      *> the console at warning severity, or at the severity hint
      *> its raising program queued it with -- an unknown alert
      *> must never be the one that vanishes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-notify-status.

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
           05  ntf-current-speed        PIC 9(5).
           05  ntf-timestamp            PIC X(26).

       FD  parm-registry.
       COPY PARMREG.

       WORKING-STORAGE SECTION.
       01  ws-file-status.
           05  ws-dispatch-log-status   PIC XX.
           05  ws-print-status          PIC XX.
           05  ws-notify-status         PIC XX.

       01  ws-flags.
           05  no-more-routes-sw        PIC X VALUE "N".
           05  ws-escalated             PIC 9(5) VALUE ZERO.
           05  ws-duplicates-skipped    PIC 9(5) VALUE ZERO.

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

      *> ALRTTOUT, off the run-parameter registry.
      *> Escalation timeout in minutes, PIC 9(4), columns 1-4.
      *> Defaults to 30.
       01  timeout-parm-line           PIC X(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           OPEN OUTPUT notify-file.

       1100-READ-TIMEOUT-PARM.
           MOVE "ALRTTOUT" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO timeout-parm-line
               MOVE timeout-parm-line TO ws-timeout-minutes
           END-IF.

       1500-LOAD-ROUTING-TABLE.
           END-SEARCH
           IF NOT route-found
               MOVE "W" TO ws-res-severity
               IF alert-severity-hint = "C" OR "W" OR "I"
                   MOVE alert-severity-hint TO ws-res-severity
               END-IF
               MOVE "C" TO ws-res-dest
               MOVE SPACES TO ws-res-group
           END-IF.
           DISPLAY "  ACKS APPLIED:      " ws-acks-applied
           DISPLAY "  ESCALATED:         " ws-escalated
           DISPLAY "  DUPLICATES SKIPPED:" ws-duplicates-skipped.

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
