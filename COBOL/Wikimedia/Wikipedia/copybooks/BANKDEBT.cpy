      *> Outbound direct-debit collection file for the bank, one
      *> generation per night: a detail record per debit, the
      *> customer's key carried as the bank reference so the
      *> bank's return file can name it, and a trailer with the
      *> count and total the bank balances the transmission to.
       01  bank-debit-record.
           05  bdr-record-type         PIC X.
               88  bdr-detail          VALUE "D".
               88  bdr-trailer         VALUE "T".
           05  bdr-detail-data.
               10  bdr-bank-routing    PIC X(9).
               10  bdr-bank-account    PIC X(17).
               10  bdr-amount          PIC 9(7)V99.
               10  bdr-collect-date    PIC 9(8).
               10  bdr-cust-key        PIC X(10).
               10  bdr-stmt-date       PIC 9(8).
           05  bdr-trailer-data REDEFINES bdr-detail-data.
               10  bdr-debit-count     PIC 9(7).
               10  bdr-debit-total     PIC 9(11)V99.
               10  FILLER              PIC X(41).
