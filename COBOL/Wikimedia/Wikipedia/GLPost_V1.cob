      *> period's file builds itself as the first night's journal
      *> posts into it, and the month-end close only has to roll
      *> the stragglers.
      *>
      *> A period whose fiscal year the year-end close has marked
      *> closed on FISCALYR takes no more postings: every card of
      *> such a night is refused onto the GL exception file, open,
      *> for the morning review to repost into the open year, and
      *> the step ends with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

           SELECT fiscal-year-file ASSIGN TO "FISCALYR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fy-year
               FILE STATUS IS ws-fiscal-year-status.

           SELECT gl-exception-file ASSIGN TO "GLEXCEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-gl-exception-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
       FD  busdate-card.
       01  busdate-line               PIC X(8).

       FD  fiscal-year-file.
       COPY FISCALYR.

       FD  gl-exception-file
           RECORDING MODE IS F.
       COPY GLEXCEP.

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.
           05  ws-gl-txn-status        PIC XX.
           05  ws-gl-balance-status    PIC XX.
           05  ws-busdate-status       PIC XX.
           05  ws-fiscal-year-status   PIC XX.
           05  ws-gl-exception-status  PIC XX.

       01  ws-flags.
           05  no-more-txns-sw         PIC X VALUE "N".
           05  prior-found-sw          PIC X VALUE "N".
               88  prior-found
                   VALUE "Y" WHEN SET TO FALSE IS "N".
           05  year-closed-sw          PIC X VALUE "N".
               88  year-closed         VALUE "Y".

       01  ws-posting-busdate          PIC 9(8).
       01  ws-posting-period           PIC 9(6).
           05  ws-accounts-created     PIC 9(5) VALUE ZERO.
           05  ws-debit-total          PIC 9(11)V99 VALUE ZERO.
           05  ws-credit-total         PIC 9(11)V99 VALUE ZERO.
           05  ws-txns-refused         PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           MOVE ws-posting-busdate (1:6) TO ws-posting-period
           PERFORM 1200-CHECK-FISCAL-YEAR
           OPEN INPUT gl-txn-file
           OPEN I-O gl-balance-file
           IF ws-gl-balance-status NOT = "00"
               CLOSE busdate-card
           END-IF.

      *> No FISCALYR file, or no record for the year, means the
      *> year is open.
       1200-CHECK-FISCAL-YEAR.
           OPEN INPUT fiscal-year-file
           IF ws-fiscal-year-status = "00"
               MOVE ws-posting-period (1:4) TO fy-year
               READ fiscal-year-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fy-closed
                           SET year-closed TO TRUE
                       END-IF
               END-READ
               CLOSE fiscal-year-file
           END-IF
           IF year-closed
               DISPLAY "FISCAL YEAR " ws-posting-period (1:4)
                   " CLOSED AT " fy-close-timestamp
                   " - POSTINGS REFUSED TO GLEXCEP"
               OPEN EXTEND gl-exception-file
               IF ws-gl-exception-status NOT = "00"
                   OPEN OUTPUT gl-exception-file
               END-IF
           END-IF.

       2000-POST-TRANSACTIONS.
           READ gl-txn-file
               AT END
                   SET no-more-txns TO TRUE
           END-READ
           IF NOT no-more-txns
               IF year-closed
                   PERFORM 2300-REFUSE-CLOSED-YEAR
               ELSE
                   PERFORM 2100-POST-ONE-TRANSACTION
               END-IF
           END-IF.

       2100-POST-ONE-TRANSACTION.
           MOVE ZERO TO glb-period-credits
           ADD 1 TO ws-accounts-created.

      *> The card's net, debit-positive, as the attempted amount.
       2300-REFUSE-CLOSED-YEAR.
           MOVE txn-acct-no TO gl-exc-account-id
           COMPUTE gl-exc-attempted-amount =
               txn-debit-amount - txn-credit-amount
           MOVE FUNCTION CURRENT-DATE TO gl-exc-timestamp
           MOVE "O" TO gl-exc-status
           WRITE gl-exception-record
           ADD 1 TO ws-txns-refused.

       3000-FINALIZE.
           CLOSE gl-txn-file, gl-balance-file
           IF year-closed
               CLOSE gl-exception-file
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "GL BALANCE POSTING COMPLETE FOR "
               ws-posting-period
           DISPLAY "  TRANSACTIONS POSTED: " ws-txns-posted
           DISPLAY "  ACCOUNTS CREATED:    " ws-accounts-created
           DISPLAY "  DEBITS POSTED:       " ws-debit-total
           DISPLAY "  CREDITS POSTED:      " ws-credit-total
           DISPLAY "  REFUSED, YEAR CLOSED: " ws-txns-refused.

      *> One start and one end stamp per run, appended to the
      *> shared step-timing log the batch-window trend report
