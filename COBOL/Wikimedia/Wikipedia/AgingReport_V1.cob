      *> date, its open amount buckets into current/30/60/90+, and
      *> the customer's detail line carries the open total with the
      *> age of the oldest charge -- so one small payment no longer
      *> makes a year-old balance look current.  A charge under an
      *> open dispute case is not aged at all: it prints in a
      *> disputed column of its own and totals on its own line.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  ws-days-past-due           PIC S9(9).
       01  ws-item-age                PIC S9(9).
       01  ws-cust-open-total         PIC 9(9)V99.
       01  ws-cust-disputed-total     PIC 9(9)V99.

       01  ws-bucket-amounts.
           05  ws-current-amt         PIC 9(9)V99 VALUE ZERO.
           05  ws-30-day-amt          PIC 9(9)V99 VALUE ZERO.
           05  ws-60-day-amt          PIC 9(9)V99 VALUE ZERO.
           05  ws-90-plus-amt         PIC 9(9)V99 VALUE ZERO.
           05  ws-disputed-amt        PIC 9(9)V99 VALUE ZERO.

       REPORT SECTION.
       RD  aging-report
               10  COLUMN 1  PIC X(10)     SOURCE cust-key.
               10  COLUMN 15 PIC 9(9)V99   SOURCE ws-cust-open-total.
               10  COLUMN 30 PIC 9(9)      SOURCE ws-days-past-due.
               10  COLUMN 41 PIC 9(9)V99
                                 SOURCE ws-cust-disputed-total.

       01  aging-totals TYPE IS CONTROL FOOTING FINAL.
           05  LINE NUMBER PLUS 2.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(10)     VALUE "90+ DAYS".
               10  COLUMN 15 PIC ZZZ,ZZ9.99 SOURCE ws-90-plus-amt.
           05  LINE NUMBER PLUS 1.
               10  COLUMN 1  PIC X(10)     VALUE "DISPUTED".
               10  COLUMN 15 PIC ZZZ,ZZ9.99 SOURCE ws-disputed-amt.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> no detail line and moves no bucket.
       2100-BUCKET-CUSTOMER.
           MOVE ZERO TO ws-cust-open-total
           MOVE ZERO TO ws-cust-disputed-total
           MOVE ZERO TO ws-days-past-due
           SET no-more-items TO FALSE
           MOVE cust-key TO oi-cust-key
               END-IF
           END-PERFORM
           IF ws-cust-open-total > ZERO
               OR ws-cust-disputed-total > ZERO
               GENERATE aging-detail
           END-IF.

      *> Disputed charges stay out of the buckets and out of the
      *> oldest-age figure until the case is resolved.
       2200-BUCKET-ONE-ITEM.
           IF oi-disputed
               ADD oi-open-amount TO ws-cust-disputed-total
               ADD oi-open-amount TO ws-disputed-amt
           ELSE
               PERFORM 2250-AGE-ONE-ITEM
           END-IF.

       2250-AGE-ONE-ITEM.
           IF oi-posting-date = ZERO
               MOVE ZERO TO ws-item-age
           ELSE
