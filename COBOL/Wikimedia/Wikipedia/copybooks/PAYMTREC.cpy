      *> Payment feed record, one per remittance received from the
      *> lockbox/counter feed: who paid, the date the payment was
      *> taken, how much, and how it was tendered (CHQ, CSH, CRD,
      *> EFT, or GFT for a gift-card redemption the gift-card
      *> posting wrote).  Read by the cash-application run, which
      *> posts it against cust-balance on the customer master.
       01  payment-record.
           05  pay-cust-key            PIC X(10).
           05  pay-date                PIC 9(8).
