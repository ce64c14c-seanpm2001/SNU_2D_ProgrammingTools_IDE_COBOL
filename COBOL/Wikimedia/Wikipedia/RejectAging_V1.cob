               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-writeoff-gl-status.

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
                     ==reject-txn-type==     BY ==keep-txn-type==
                     ==reject-sale-txn==     BY ==keep-sale-txn==
                     ==reject-return-txn==   BY ==keep-return-txn==
                     ==reject-cashier-id==   BY ==keep-cashier-id==
                     ==reject-receipt-no==   BY ==keep-receipt-no==
                     ==reject-line-no==      BY ==keep-line-no==
                     ==reject-channel==      BY ==keep-channel==.

       FD  escalation-file
           RECORDING MODE IS F.
       01  escalation-record.
           05  esc-reject-image         PIC X(81).
           05  esc-age-days             PIC 9(5).
           05  esc-escalated-on         PIC 9(8).

           05  wof-debit-amount         PIC 9(9)V99.
           05  wof-credit-amount        PIC 9(9)V99.

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line              PIC X(8).
           05  ws-reject-keep-status    PIC XX.
           05  ws-escalation-status     PIC XX.
           05  ws-writeoff-gl-status    PIC XX.
           05  ws-asof-status           PIC XX.
           05  ws-report-out-status     PIC XX.
           05  ws-run-stats-status      PIC XX.
           05  ws-acct-suspense         PIC X(6) VALUE "130000".
           05  ws-acct-susp-offset      PIC X(6) VALUE "240000".

      *> Counts and amounts by reason (01-18) and age band
      *> (1: 0-7, 2: 8-30, 3: 31-90, 4: 91+).
       01  ws-aging-matrix.
           05  ws-reason-row OCCURS 18 TIMES.
               10  ws-band-cell OCCURS 4 TIMES.
                   15  ws-cell-count    PIC 9(7).
                   15  ws-cell-amount   PIC 9(11)V99.
               10  ws-mx-amount         PIC ZZZ,ZZ9.99.
               10  FILLER               PIC X(1) VALUE SPACES.

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

      *> REJAGPRM, off the run-parameter registry.
      *> Aging parameters: escalation days, PIC 9(3), columns 1-3;
      *> write-off days, PIC 9(3), columns 4-6.  Defaults: 30/365.
       01  aging-parm-line.
           05  agp-escalate-days        PIC 9(3).
           05  agp-writeoff-days        PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-AGING-PARM
           PERFORM 1250-READ-BUSDATE
           MOVE ZERO TO ws-aging-matrix
           OPEN INPUT reject-in
           WRITE report-line.

       1100-READ-AGING-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "REJAGPRM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO aging-parm-line
               MOVE agp-escalate-days TO ws-escalate-days
               MOVE agp-writeoff-days TO ws-writeoff-days
           END-IF.

       1200-READ-ASOF-PARM.
                   MOVE 4 TO ws-band
           END-EVALUATE
           IF reject-reason-code >= "01"
               AND reject-reason-code <= "18"
               MOVE reject-reason-code TO ws-reason-slot
           ELSE
               MOVE 1 TO ws-reason-slot
               "     91+ DAYS" TO report-line
           WRITE report-line
           PERFORM VARYING ws-reason-slot FROM 1 BY 1
                   UNTIL ws-reason-slot > 18
               MOVE SPACES TO ws-matrix-line
               MOVE ws-reason-slot TO ws-mx-reason
               PERFORM VARYING ws-band FROM 1 BY 1
           WRITE run-stats-record
           CLOSE run-stats.

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
