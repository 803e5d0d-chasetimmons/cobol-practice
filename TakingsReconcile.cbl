       input-output section.
           select takings-parameter-data
               assign "takings-parameters.txt"
               organization sequential
               file status parameter-file-status-code.

           select sales-transaction-data assign "sales-data.txt"
               organization sequential
               file status sales-file-status-code.

           select takings-banked-data assign "takings-banked.txt"
               organization sequential
               file status banked-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

       file section.
       FD  takings-parameter-data.    *> the shop's nominated account
       01  takings-parameter-record.
           05  tkp-shop-account        pic 9(6).

       FD  sales-transaction-data.    *> the till's dated takings
       01  sales-transaction-record.
           copy sales-transaction-record.

       FD  takings-banked-data.    *> what TakingsBanking sent, and when
       01  takings-banked-record.
           copy takings-banked-record.

       FD  interest-journal-data.    *> the deposits that actually
                                      *> posted to the shop's account
       01  interest-journal-record.
           05  jnl-account-number      pic 9(6).
           05  filler                  pic X.
           05  jnl-posting-type        pic X.
               88  jnl-deposit             value "D".
           05  filler                  pic X.
           05  jnl-posting-date        pic 9(8).
           05  filler                  pic X.
           05  jnl-rate-applied        pic 9V9(4).
           05  filler                  pic X.
           05  jnl-posting-amount      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  jnl-balance-before      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  jnl-balance-after       pic S9(7)V9(2)
                                           sign leading separate.

       working-storage section.
      *> the takings reconciliation.  Each trading day in the period
      *> is set against the deposit that banked it: the register says
      *> which day TakingsBanking sent and when, and the deposit is
      *> the shop account's journal D posting within BANKING-WINDOW-
      *> DAYS of that - the exact amount first, then any deposit in
      *> the window, so a short or over banking still finds its day.
      *> A day with nothing posted is not banked - never sent, or
      *> sent and rejected.  A deposit on the shop's account that no
      *> trading day claims is listed on its own.  Days sent before
      *> the period are matched too, so their deposits do not show
      *> as strays
       78  BANKING-WINDOW-DAYS     value 7.
       78  MAX-RECONCILE-DAYS      value 500.
       78  MAX-SHOP-DEPOSITS       value 1000.
       01  sales-day-table.
           05  sales-day-entry         occurs MAX-RECONCILE-DAYS
                                        indexed by day-index.
               10  sdy-sales-date      pic 9(8).
               10  sdy-in-period       pic X.
               10  sdy-sales-amount    pic 9(7)V9(2).
               10  sdy-queued-date     pic 9(8).
               10  sdy-queued-account  pic 9(6).
               10  sdy-queued-amount   pic 9(7)V9(2).
               10  sdy-banked-amount   pic 9(7)V9(2).
               10  sdy-deposit-date    pic 9(8).
       01  sales-day-count         pic 9(4) value 0.
       01  found-day-index         pic 9(4).

       01  shop-deposit-table.
           05  shop-deposit-entry      occurs MAX-SHOP-DEPOSITS
                                        indexed by deposit-index.
               10  dep-account-number  pic 9(6).
               10  dep-posting-date    pic 9(8).
               10  dep-amount          pic 9(7)V9(2).
               10  dep-claimed-flag    pic X.
       01  shop-deposit-count      pic 9(4) value 0.
       01  found-deposit-index     pic 9(4).

       01  end-of-file             pic 9.
       01  parameter-file-status-code.
           05  parameter-status-key-1 pic X.
           05  parameter-status-key-2 pic X.
       01  sales-file-status-code.
           05  sales-status-key-1  pic X.
           05  sales-status-key-2  pic X.
       01  banked-file-status-code.
           05  banked-status-key-1 pic X.
           05  banked-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.

       01  shop-account-number     pic 9(6) value 0.
       01  reconcile-from-date     pic 9(8).
       01  reconcile-to-date       pic 9(8).
       01  earliest-queued-date    pic 9(8).
       01  latest-deposit-date     pic 9(8).
       01  window-end-date         pic 9(8).
       01  wanted-sales-date       pic 9(8).
       01  match-exact-flag        pic X.
           88  match-exact-amount      value "Y".
       01  day-difference          pic S9(7)V9(2).
       01  day-status-text         pic X(32).

       01  total-sales             pic 9(9)V9(2) value 0.
       01  total-banked            pic 9(9)V9(2) value 0.
       01  total-difference        pic S9(9)V9(2).
       01  days-reconciled         pic 9(4) value 0.
       01  days-not-banked         pic 9(4) value 0.
       01  days-short              pic 9(4) value 0.
       01  days-over               pic 9(4) value 0.
       01  stray-deposits          pic 9(4) value 0.
       01  stray-deposit-total     pic 9(9)V9(2) value 0.
       01  formatted-sales         pic Z,ZZZ,ZZ9.99.
       01  formatted-banked        pic Z,ZZZ,ZZ9.99.
       01  formatted-difference    pic +,+++,++9.99.
       01  formatted-total         pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-banked-total  pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-total-diff    pic +++,+++,++9.99.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "TakingsReconcile".

       procedure division.
           copy run-banner.
           display "Reconcile takings from (CCYYMMDD)?"
           accept reconcile-from-date
           display "Reconcile takings to (CCYYMMDD)?"
           accept reconcile-to-date
           if function test-date-yyyymmdd (reconcile-from-date)
                   not = 0
                   or function test-date-yyyymmdd (reconcile-to-date)
                       not = 0
                   or reconcile-to-date < reconcile-from-date
               display "Invalid reconciliation period - no report"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           perform load-shop-account
           perform load-sales-days
           perform load-banking-register
           perform load-shop-deposits
           perform match-exact-deposits
           perform match-any-deposits
           perform print-takings-reconciliation
           display days-reconciled " trading days reconciled - "
               days-not-banked " not banked, " days-short " short, "
               days-over " over, " stray-deposits
               " deposits with no trading day"
           if days-not-banked > 0 or days-short > 0 or days-over > 0
                   or stray-deposits > 0
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       load-shop-account section.
           *> without a nominated account the stray deposits cannot be
           *> looked for, but the days can still be proved
           open input takings-parameter-data
           if parameter-status-key-1 = "0"
               read takings-parameter-data
                   at end
                       continue
                   not at end
                       if tkp-shop-account is numeric
                           move tkp-shop-account
                               to shop-account-number
                       end-if
               end-read
           end-if
           close takings-parameter-data
           if shop-account-number = 0
               display "No shop account nominated on "
                   "takings-parameters.txt - stray deposits not "
                   "looked for"
           end-if
           .

       load-sales-days section.
           open input sales-transaction-data
           if sales-status-key-1 not = "0"
               display "No sales-data.txt - no trading days to "
                   "reconcile"
               close sales-transaction-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read sales-transaction-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if trans-sales-date >= reconcile-from-date
                               and trans-sales-date
                                   <= reconcile-to-date
                           add 1 to rcl-records-read
                           move trans-sales-date to wanted-sales-date
                           perform find-sales-day
                           move "Y" to sdy-in-period (found-day-index)
                           add trans-daily-sales
                               to sdy-sales-amount (found-day-index)
                       end-if
               end-read
           end-perform
           close sales-transaction-data
           .

       find-sales-day section.
           *> finds the day's row, adding it if it is new
           move 0 to found-day-index
           perform varying day-index from 1 by 1
                   until day-index > sales-day-count
                       or found-day-index > 0
               if sdy-sales-date (day-index) = wanted-sales-date
                   set found-day-index to day-index
               end-if
           end-perform
           if found-day-index > 0
               exit section
           end-if
           if sales-day-count >= MAX-RECONCILE-DAYS
               display "Trading day table is full at "
                   MAX-RECONCILE-DAYS
                   " - narrow the period and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to sales-day-count
           move sales-day-count to found-day-index
           initialize sales-day-entry (found-day-index)
           move wanted-sales-date to sdy-sales-date (found-day-index)
           move "N" to sdy-in-period (found-day-index)
           .

       load-banking-register section.
           *> a day in the period, or one before it sent late enough
           *> for its deposit to land inside the period
           move reconcile-from-date to earliest-queued-date
           open input takings-banked-data
           if banked-status-key-1 not = "0"
               display "No takings-banked.txt - nothing has been sent"
                   " for banking"
               close takings-banked-data
               exit section
           end-if
           compute window-end-date = function date-of-integer
               (function integer-of-date (reconcile-from-date)
                - BANKING-WINDOW-DAYS)
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read takings-banked-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if tkb-sales-date <= reconcile-to-date
                           and (tkb-sales-date >= reconcile-from-date
                               or tkb-queued-date >= window-end-date)
                           perform hold-one-register-line
                       end-if
               end-read
           end-perform
           close takings-banked-data
           .

       hold-one-register-line section.
           move tkb-sales-date to wanted-sales-date
           perform find-sales-day
           move tkb-queued-date to sdy-queued-date (found-day-index)
           move tkb-account-number
               to sdy-queued-account (found-day-index)
           move tkb-amount to sdy-queued-amount (found-day-index)
           if tkb-queued-date < earliest-queued-date
               move tkb-queued-date to earliest-queued-date
           end-if
           .

       load-shop-deposits section.
           *> deposits from the earliest sending to a window past the
           *> period's end, on the shop's account or any account a
           *> day was sent to
           compute latest-deposit-date = function date-of-integer
               (function integer-of-date (reconcile-to-date)
                + BANKING-WINDOW-DAYS)
           open input interest-journal-data
           if journal-status-key-1 not = "0"
               display "No interest-journal.txt - nothing has posted"
               close interest-journal-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read interest-journal-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if jnl-deposit
                               and jnl-posting-date
                                   >= earliest-queued-date
                               and jnl-posting-date
                                   <= latest-deposit-date
                           perform consider-one-deposit
                       end-if
               end-read
           end-perform
           close interest-journal-data
           .

       consider-one-deposit section.
           if jnl-account-number not = shop-account-number
               move 0 to found-day-index
               perform varying day-index from 1 by 1
                       until day-index > sales-day-count
                           or found-day-index > 0
                   if sdy-queued-account (day-index)
                           = jnl-account-number
                       set found-day-index to day-index
                   end-if
               end-perform
               if found-day-index = 0
                   exit section
               end-if
           end-if
           if shop-deposit-count >= MAX-SHOP-DEPOSITS
               display "Shop deposit table is full at "
                   MAX-SHOP-DEPOSITS
                   " - narrow the period and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to shop-deposit-count
           move jnl-account-number
               to dep-account-number (shop-deposit-count)
           move jnl-posting-date
               to dep-posting-date (shop-deposit-count)
           move jnl-posting-amount to dep-amount (shop-deposit-count)
           move "N" to dep-claimed-flag (shop-deposit-count)
           .

       match-exact-deposits section.
           set match-exact-amount to true
           perform varying day-index from 1 by 1
                   until day-index > sales-day-count
               if sdy-queued-date (day-index) > 0
                       and sdy-deposit-date (day-index) = 0
                   perform claim-one-deposit
               end-if
           end-perform
           .

       match-any-deposits section.
           move "N" to match-exact-flag
           perform varying day-index from 1 by 1
                   until day-index > sales-day-count
               if sdy-queued-date (day-index) > 0
                       and sdy-deposit-date (day-index) = 0
                   perform claim-one-deposit
               end-if
           end-perform
           .

       claim-one-deposit section.
           compute window-end-date = function date-of-integer
               (function integer-of-date (sdy-queued-date (day-index))
                + BANKING-WINDOW-DAYS)
           move 0 to found-deposit-index
           perform varying deposit-index from 1 by 1
                   until deposit-index > shop-deposit-count
                       or found-deposit-index > 0
               if dep-claimed-flag (deposit-index) = "N"
                   and dep-account-number (deposit-index)
                       = sdy-queued-account (day-index)
                   and dep-posting-date (deposit-index)
                       >= sdy-queued-date (day-index)
                   and dep-posting-date (deposit-index)
                       <= window-end-date
                   and (not match-exact-amount
                       or dep-amount (deposit-index)
                           = sdy-queued-amount (day-index))
                   set found-deposit-index to deposit-index
               end-if
           end-perform
           if found-deposit-index = 0
               exit section
           end-if
           move "Y" to dep-claimed-flag (found-deposit-index)
           move dep-amount (found-deposit-index)
               to sdy-banked-amount (day-index)
           move dep-posting-date (found-deposit-index)
               to sdy-deposit-date (day-index)
           .

       print-takings-reconciliation section.
           move "O" to rw-action
           move "takings-reconciliation.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "TAKINGS RECONCILIATION " reconcile-from-date
               " TO " reconcile-to-date
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "TRADING          SALES       BANKED  DEPOSIT "
               "  DIFFERENCE  STATUS"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying day-index from 1 by 1
                   until day-index > sales-day-count
               if sdy-in-period (day-index) = "Y"
                   perform print-one-trading-day
               end-if
           end-perform
           perform varying deposit-index from 1 by 1
                   until deposit-index > shop-deposit-count
               if dep-claimed-flag (deposit-index) = "N"
                   and dep-posting-date (deposit-index)
                       >= reconcile-from-date
                   and dep-posting-date (deposit-index)
                       <= reconcile-to-date
                   perform print-one-stray-deposit
               end-if
           end-perform
           move "T" to rw-action
           compute total-difference = total-banked - total-sales
           move total-sales to formatted-total
           move total-banked to formatted-banked-total
           move total-difference to formatted-total-diff
           move spaces to rw-line-text
           string "SALES " formatted-total "  BANKED "
               formatted-banked-total "  DIFFERENCE "
               formatted-total-diff
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "DAYS " days-reconciled "  NOT BANKED "
               days-not-banked "  SHORT " days-short "  OVER "
               days-over "  DEPOSITS WITH NO TRADING DAY "
               stray-deposits
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       print-one-trading-day section.
           add 1 to days-reconciled
           add sdy-sales-amount (day-index) to total-sales
           add sdy-banked-amount (day-index) to total-banked
           compute day-difference = sdy-banked-amount (day-index)
               - sdy-sales-amount (day-index)
           move spaces to day-status-text
           evaluate true
               when sdy-sales-amount (day-index) = 0
                       and sdy-deposit-date (day-index) = 0
                   move "NO SALES" to day-status-text
               when sdy-queued-date (day-index) = 0
                   add 1 to days-not-banked
                   move "NOT BANKED - never sent"
                       to day-status-text
               when sdy-deposit-date (day-index) = 0
                   add 1 to days-not-banked
                   string "NOT BANKED - sent "
                       sdy-queued-date (day-index) ", not posted"
                       delimited by size into day-status-text
               when day-difference < 0
                   add 1 to days-short
                   move "SHORTFALL" to day-status-text
               when day-difference > 0
                   add 1 to days-over
                   move "OVER-BANKED" to day-status-text
               when other
                   move "OK" to day-status-text
           end-evaluate
           move sdy-sales-amount (day-index) to formatted-sales
           move sdy-banked-amount (day-index) to formatted-banked
           move day-difference to formatted-difference
           move spaces to rw-line-text
           if sdy-deposit-date (day-index) > 0
               string sdy-sales-date (day-index) "  "
                   formatted-sales " " formatted-banked "  "
                   sdy-deposit-date (day-index) " "
                   formatted-difference "  " day-status-text
                   delimited by size into rw-line-text
           else
               string sdy-sales-date (day-index) "  "
                   formatted-sales " " formatted-banked "  "
                   "        " " " formatted-difference "  "
                   day-status-text
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           .

       print-one-stray-deposit section.
           add 1 to stray-deposits
           add dep-amount (deposit-index) to stray-deposit-total
           move dep-amount (deposit-index) to formatted-banked
           move spaces to rw-line-text
           string "DEPOSIT " dep-posting-date (deposit-index)
               " ACCOUNT " dep-account-number (deposit-index) " "
               formatted-banked "  NO TRADING DAY BEHIND IT"
               delimited by size into rw-line-text
           perform call-report-writer
           .

       call-report-writer section.
           call "ReportWriter"
               using by reference rw-action
                     by reference rw-print-file-name
                     by reference rw-report-title
                     by reference rw-line-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move days-reconciled to rcl-records-written
           compute rcl-records-rejected = days-not-banked + days-short
               + days-over + stray-deposits
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
