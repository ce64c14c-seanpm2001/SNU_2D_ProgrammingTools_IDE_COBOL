      *> Keyed-file capacity history, one record appended per file
      *> per night by the capacity monitor: how many records the
      *> file held on the business date, their record length, the
      *> bytes of data that makes, and the allocation the capacity
      *> card gave for it.  The monitor reads its own history back
      *> for the average daily growth its projections run off.
       01  capacity-history-record.
           05  cap-business-date       PIC 9(8).
           05  cap-file-name           PIC X(9).
           05  cap-record-count        PIC 9(9).
           05  cap-record-length       PIC 9(5).
           05  cap-bytes-used          PIC 9(13).
      *> Allocation in kilobytes; zero when no capacity card was
      *> supplied for the file.
           05  cap-alloc-kb            PIC 9(9).
           05  cap-pct-used            PIC 9(3)V9.
           05  cap-timestamp           PIC X(26).
