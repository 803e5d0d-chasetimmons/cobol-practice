      *> shared takings-register layout - one line on
      *> takings-banked.txt per trading day whose sales were sent for
      *> banking.  Written by TakingsBanking when it queues the day's
      *> deposit on account-trans.txt, read by TakingsReconcile
      *> to tie each deposit on the shop's account back to its
      *> trading day.  Copied into both so the layout can't drift
           05  tkb-sales-date          pic 9(8).
           05  filler                  pic X.
      *> the shop's nominated account at the time of queueing
           05  tkb-account-number      pic 9(6).
           05  filler                  pic X.
           05  tkb-amount              pic 9(7)V9(2).
           05  filler                  pic X.
      *> the day the deposit went on account-trans.txt - it posts at
      *> that day's AccountMaintenance run
           05  tkb-queued-date         pic 9(8).
           05  filler                  pic X(2).
