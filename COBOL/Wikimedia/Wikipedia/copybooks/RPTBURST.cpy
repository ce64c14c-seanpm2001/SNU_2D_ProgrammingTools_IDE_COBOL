      *> Report burst record.  Every report the distribution step
      *> splits appends one record here beside each line it prints
      *> to RPTOUT: its headings once a run, then each detail line
      *> tagged with the part of the estate it belongs to.  The
      *> burst step matches the tags against RPTDIST and deals the
      *> lines out to the recipients who take that report for that
      *> store, district or region.
       01  report-burst-record.
      *> Distribution code of the report or report section, the
      *> code RPTDIST subscriptions name: SALESDAY, SALESINV,
      *> FLASHRPT, PLANSCOR, NEGONHND.
           05  brst-report-id          PIC X(8).
           05  brst-line-type          PIC X.
               88  brst-heading        VALUE "H".
               88  brst-detail         VALUE "D".
      *> Business date the report was cut for; the burst step
      *> takes its own night's lines and carries later ones.
           05  brst-business-date      PIC 9(8).
      *> A store line carries the store alone -- the burst step
      *> looks its district and region up on STORMAST.  A line for
      *> a whole district or region carries store zero and its
      *> own keys.
           05  brst-store-no           PIC 9(4).
           05  brst-region             PIC X(4).
           05  brst-district           PIC X(4).
           05  brst-print-line         PIC X(100).
