               IF ksds-date >= ws-business-date-from
                   AND ksds-date <= ws-business-date-to
                   AND NOT ksds-voided-txn
                   AND NOT ksds-shipped-txn
                   PERFORM 2100-RESOLVE-JURISDICTION
                   PERFORM 2150-CHECK-EXEMPTION
                   PERFORM 2200-TALLY-JURISDICTION
