               IF ksds-date >= ws-business-date-from
                   AND ksds-date <= ws-business-date-to
                   AND NOT ksds-voided-txn
                   AND NOT ksds-shipped-txn
                   MOVE ksds-store-no TO ws-lookup-store
                   MOVE ksds-cashier-id TO ws-lookup-cashier
                   PERFORM 8100-FIND-CASHIER-SLOT
