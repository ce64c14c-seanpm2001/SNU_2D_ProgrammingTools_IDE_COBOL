       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE-V1.
      *> Month-end close.  Flips the accounting period named on the
      *> CLOSPRM parameter to closed on the posting-period control
      *> file, stamps when, and snapshots the customer master control
      *> total as it stood at close -- the figure finance reported
      *> and the one the closed-period reject edit is protecting.
      *> The following period's control record is created open if it
      *> income and expense accounts -- account numbers 400000 and
      *> up, by the chart's convention -- into retained earnings
      *> instead of carrying them, so the new year starts the P&L
      *> at zero.  YEAR-END-CLOSE-V1 runs ahead of this step on that
      *> night and posts the year's closing entries, so the P&L
      *> accounts normally arrive here already at zero and the
      *> December branch carries nothing further.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

      *> Run-parameter registry: the settings that used to come
      *> off one-off control cards, looked up under the card's old
      *> name for the value in force on the run date.
           SELECT parm-registry ASSIGN TO "PARMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-key
               FILE STATUS IS ws-parm-registry-status.

           SELECT gl-balance-file ASSIGN TO "GLBALMST"
               ORGANIZATION IS INDEXED
       FD  customer-file.
       COPY CUSTREC.

       FD  parm-registry.
       COPY PARMREG.

       FD  gl-balance-file.
       COPY GLBALREC.
       01  ws-file-status.
           05  ws-period-status        PIC XX.
           05  ws-customer-status      PIC XX.
           05  ws-gl-balance-status    PIC XX.

       01  ws-flags.
      *> Retained-earnings account on COAFILE.
       01  ws-acct-retained            PIC X(6) VALUE "300000".

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

      *> CLOSPRM, off the run-parameter registry.
      *> Period to close: YYYYMM, columns 1-6.  The value is
      *> mandatory -- closing a month is too consequential to
      *> default.
       01  close-parm-line             PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           END-IF.

       1100-READ-CLOSE-PARM.
           MOVE "CLOSPRM" TO ws-parm-name
           PERFORM 9400-LOOK-UP-PARAMETER
           IF parm-in-force
               MOVE ws-parm-value TO close-parm-line
               MOVE close-parm-line TO ws-close-period
               SET parm-read TO TRUE
           END-IF
           IF NOT parm-read
               DISPLAY "CLOSPRM NOT REGISTERED - NO PERIOD CLOSED"
               MOVE 16 TO RETURN-CODE
           END-IF.

                   gl-balance-file
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

      *> One start and one end stamp per run, appended to the
      *> shared step-timing log the batch-window trend report
      *> pairs up.  EXTEND with the first-run OUTPUT fallback, the
