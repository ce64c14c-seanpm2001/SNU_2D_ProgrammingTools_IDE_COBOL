      *> per-customer dunning history carries the stage between
      *> runs; an account back inside terms -- paid down to zero or
      *> aged current again -- has its history reset and drops out
      *> of the sequence automatically.  A charge under an open
      *> dispute case is passed over: an account past due only on
      *> the disputed charge is not dunned for it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-letter-status.

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
           05  ltr-days-past-due       PIC 9(5).
           05  ltr-letter-date         PIC 9(8).

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line             PIC X(8).
           05  ws-dun-hist-status      PIC XX.
           05  ws-open-item-status     PIC XX.
           05  ws-letter-status        PIC XX.
           05  ws-asof-status          PIC XX.

       01  ws-flags.
           05  ws-finals               PIC 9(7) VALUE ZERO.
           05  ws-dropped-out          PIC 9(7) VALUE ZERO.

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

      *> DUNGRACE, off the run-parameter registry.
      *> Grace period days before the first reminder, PIC 9(3),
      *> columns 1-3.  Defaults to 30.
       01  grace-parm-line            PIC X(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-GRACE-PARM
           OPEN INPUT customer-file
           OPEN I-O dunning-history
           OPEN INPUT open-item-file
           OPEN OUTPUT letter-file.

       1100-READ-GRACE-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "DUNGRACE" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO grace-parm-line
               MOVE grace-parm-line TO ws-grace-days
           END-IF.

       1200-READ-ASOF-PARM.
               IF NOT no-more-items
                   IF oi-cust-key = cust-key
                       IF oi-posting-date NOT = ZERO
                           AND NOT oi-disputed
                           COMPUTE ws-charge-integer =
                               FUNCTION INTEGER-OF-DATE
                                   (oi-posting-date)
           DISPLAY "  FINAL NOTICES:   " ws-finals
           DISPLAY "  DROPPED OUT:     " ws-dropped-out.

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
