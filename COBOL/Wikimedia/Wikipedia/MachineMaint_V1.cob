               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-approval-status.

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
           05  appr-change-pct          PIC 9(3)V99.
           05  appr-timestamp           PIC X(26).

       FD  parm-registry.
       COPY PARMREG.

       FD  report-out.
       01  report-line                 PIC X(80).
           05  ws-machine-txn-status    PIC XX.
           05  ws-machine-audit-status  PIC XX.
           05  ws-approval-status       PIC XX.
           05  ws-report-out-status     PIC XX.

       01  ws-flags.
           05  ws-reg-note              PIC X(14).
           05  FILLER                   PIC X(31) VALUE SPACES.

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

      *> MAPPRTOL, off the run-parameter registry.
      *> Approval-gate tolerance: percentage, PIC 9(3)V99, columns
      *> 1-5.  Defaults to 20 percent.
       01  appr-tol-parm-line          PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           WRITE report-line.

       1100-READ-APPR-TOL-PARM.
           MOVE "MAPPRTOL" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO appr-tol-parm-line
               MOVE appr-tol-parm-line
                   TO ws-appr-tolerance-pct
           END-IF.

       1200-LOAD-MACHINE-TABLE.
           DISPLAY "  MACHINES RETIRED:   " ws-deletes-applied
           DISPLAY "  HELD FOR APPROVAL:  " ws-held-for-approval
           DISPLAY "  REJECTED:           " ws-txns-rejected.

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
