      *> Loyalty-points master, keyed by customer.  One record per
      *> account customer who has ever earned points: what they hold
      *> now and the running totals that prove to it.  Sales
      *> posting is the only thing that earns, takes back or
      *> redeems points; the month-end expiry run is the only thing
      *> that ages them out.  The outstanding balance is a liability
      *> -- a discount already promised -- so it is journalled off
      *> the movement file rather than kept on a spreadsheet.
       01  points-record.
           05  pts-cust-key            PIC X(10).
           05  pts-balance             PIC 9(9).
      *> Everything ever earned, and everything that has since left
      *> the balance by redemption, take-back or expiry, so that
      *> earned - used always proves to the balance.  Expiry leans
      *> on the used total: points are consumed oldest first.
           05  pts-earned-total        PIC 9(11).
           05  pts-used-total          PIC 9(11).
           05  pts-enrolled-date       PIC 9(8).
           05  pts-last-activity-date  PIC 9(8).
           05  pts-last-expiry-date    PIC 9(8).
           05  pts-timestamp           PIC X(26).
