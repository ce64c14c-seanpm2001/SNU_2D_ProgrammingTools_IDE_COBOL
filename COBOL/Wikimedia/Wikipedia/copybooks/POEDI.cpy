      *> Outbound EDI-style purchase order, fixed 80 bytes: a
      *> header per PO, a detail per line, a trailer carrying the
      *> line count and order value the vendor's side balances to.
      *> The record type in column 1 says which view applies.
       01  po-edi-record.
           05  edi-rec-type            PIC X.
               88  edi-header          VALUE "H".
               88  edi-detail          VALUE "D".
               88  edi-trailer         VALUE "T".
           05  edi-po-no               PIC 9(8).
           05  edi-body                PIC X(71).
           05  edi-header-body REDEFINES edi-body.
               10  edi-hdr-vend-no     PIC X(6).
               10  edi-hdr-partner-id  PIC X(15).
               10  edi-hdr-ship-store  PIC 9(4).
               10  edi-hdr-order-date  PIC 9(8).
               10  edi-hdr-due-date    PIC 9(8).
               10  FILLER              PIC X(30).
           05  edi-detail-body REDEFINES edi-body.
               10  edi-dtl-line-no     PIC 9(3).
               10  edi-dtl-vendor-item PIC X(15).
               10  edi-dtl-item-no     PIC X(6).
               10  edi-dtl-qty         PIC 9(7).
               10  edi-dtl-unit-cost   PIC 9(5)V99.
               10  FILLER              PIC X(33).
           05  edi-trailer-body REDEFINES edi-body.
               10  edi-trl-line-count  PIC 9(3).
               10  edi-trl-order-amt   PIC 9(9)V99.
               10  FILLER              PIC X(57).
