      *> still means something.
      *>
      *> Entries that move no balance by design are skipped in the
      *> arithmetic: ORPH (no master, nothing posted), and CRON,
      *> RFND and ESCH (credit banked on account, the refund-check
      *> remainder, and dormant credit remitted as unclaimed
      *> property -- their balance-after restates the standing
      *> balance, which IS verified).
      *>
      *> A BFWD balance-forward entry, left by the ledger
      *> retention purge in place of archived history, anchors
      *> the chain at its own balance-after the way the first
      *> entry of an unpurged ledger does.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   CONTINUE
               WHEN ws-ent-type (ent-idx) = "CRON"
                   OR ws-ent-type (ent-idx) = "RFND"
                   OR ws-ent-type (ent-idx) = "ESCH"
                   IF chain-anchored
                       AND ws-ent-balance (ent-idx)
                           NOT = ws-running-balance
                           TO ws-running-balance
                   END-IF
               WHEN NOT chain-anchored
                   OR ws-ent-type (ent-idx) = "BFWD"
                   SET chain-anchored TO TRUE
                   MOVE ws-ent-balance (ent-idx)
                       TO ws-running-balance
