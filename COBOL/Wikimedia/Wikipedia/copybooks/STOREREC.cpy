      *> Sales-tax jurisdiction the store collects for; keys the
      *> rate table and the remittance report.
           05  store-jurisdiction      PIC X(4).
      *> "Y" for a store that ships web and phone orders; the
      *> order channel's lines may only be assigned to one of
      *> these.  Space on records written before the field existed.
           05  store-fulfilment-sw     PIC X.
               88  store-fulfils-orders
                                       VALUE "Y".
