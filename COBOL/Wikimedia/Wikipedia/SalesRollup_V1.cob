               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-archive-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

      *> As-of business date, eight digits.  Defaults to today when
      *> the card is absent, matching AGING-REPORT-V1.

       FD  archive-file
           RECORDING MODE IS F.
       01  archive-record              PIC X(95).

       FD  parm-registry.
       COPY PARMREG.

       FD  asof-parm.
       01  asof-parm-line              PIC X(8).
           05  ws-summary-status       PIC XX.
           05  ws-item-mirror-status   PIC XX.
           05  ws-archive-status       PIC XX.
           05  ws-asof-status          PIC XX.

       01  ws-flags.
           05  ws-records-read         PIC 9(9) VALUE ZERO.
           05  ws-records-purged       PIC 9(9) VALUE ZERO.
           05  ws-records-kept         PIC 9(9) VALUE ZERO.
           05  ws-unbilled-kept        PIC 9(9) VALUE ZERO.
           05  ws-amount-purged        PIC S9(11)V99 VALUE ZERO.

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

      *> RETPARM, off the run-parameter registry.
      *> Retention window in months, PIC 9(3), columns 1-3.
      *> Defaults to 12 when the parameter is not registered.
       01  retention-parm-line         PIC X(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-ASOF-PARM
           PERFORM 1100-READ-RETENTION-PARM
           COMPUTE ws-cutoff-index =
               ws-asof-yyyy * 12 + ws-asof-mm - ws-retention-months
           OPEN I-O sales-ksds
           OPEN OUTPUT archive-file.

       1100-READ-RETENTION-PARM.
           MOVE ws-asof-date TO ws-parm-as-of
           MOVE "RETPARM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO retention-parm-line
               MOVE retention-parm-line
                   TO ws-retention-months
           END-IF.

       1200-READ-ASOF-PARM.
               CLOSE asof-parm
           END-IF.

      *> An order line shipped but not yet invoiced is no sale yet:
      *> it stays on the file past the window, neither rolled up
      *> nor archived, so the invoice can still turn it into one.
       2000-ROLL-AND-PURGE.
           READ sales-ksds NEXT RECORD
               AT END
               COMPUTE ws-rec-index =
                   ws-rec-yyyy * 12 + ws-rec-mm
               IF ws-rec-index <= ws-cutoff-index
                   AND NOT ksds-shipped-txn
                   PERFORM 2100-ROLL-UP-RECORD
                   PERFORM 2200-ARCHIVE-AND-DELETE
               ELSE
                   ADD 1 TO ws-records-kept
                   IF ws-rec-index <= ws-cutoff-index
                       ADD 1 TO ws-unbilled-kept
                   END-IF
               END-IF
           END-IF.

           END-IF.

      *> The mirror purges on the same month arithmetic the
      *> lookback does, and keeps back the same unbilled lines.
       2500-PURGE-MIRROR.
           READ item-mirror NEXT RECORD
               AT END
               COMPUTE ws-rec-index =
                   ws-rec-yyyy * 12 + ws-rec-mm
               IF ws-rec-index <= ws-cutoff-index
                   AND NOT ik-shipped-txn
                   DELETE item-mirror
                   ADD 1 TO ws-mirror-purged
               END-IF
           DISPLAY "  RECORDS READ:       " ws-records-read
           DISPLAY "  RECORDS PURGED:     " ws-records-purged
           DISPLAY "  RECORDS KEPT:       " ws-records-kept
           DISPLAY "  UNBILLED ORDER LINES KEPT PAST WINDOW: "
               ws-unbilled-kept
           DISPLAY "  NET AMOUNT PURGED:  " ws-amount-purged
           DISPLAY "  MIRROR PURGED:      " ws-mirror-purged.

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
