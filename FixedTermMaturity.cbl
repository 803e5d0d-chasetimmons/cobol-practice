       input-output section.
           select fixed-term-data assign "fixed-term-deposits.dat"
               organization indexed
               access dynamic
               record key ftd-account-number
               file status fixed-term-file-status-code.

           select fixed-term-rate-data assign "fixed-term-rates.txt"
               organization sequential
               file status rate-file-status-code.

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

       file section.
       FD  fixed-term-data.    *> the deposits and their instructions
       01  fixed-term-record.
           copy fixed-term-record.

       FD  fixed-term-rate-data.    *> today's rate for a rollover
       01  fixed-term-rate-record.
           copy fixed-term-rate-record.

       FD  accounts-master-data.    *> the deposit and where it is
                                     *> paid to
       01  account-record.
           copy account-record.

       FD  interest-journal-data.    *> both legs of every pay-out
       01  interest-journal-record.
           05  jnl-account-number      pic 9(6).
           05  filler                  pic X.
           05  jnl-posting-type        pic X.
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
      *> each deposit reaching its maturity date is dealt with by the
      *> customer's standing instruction:
      *>   P  the whole balance paid to the pay-out account, and the
      *>      deposit ends
      *>   R  the whole balance rolled into a new term of the same
      *>      length at the rate on the sheet today
      *>   I  the interest earned paid to the pay-out account and the
      *>      principal rolled as for R
      *> Money moved is journalled as type M on both accounts.  A
      *> deposit whose pay-out account has gone is left to mature
      *> again tomorrow and listed, so nothing is paid into thin air
       78  MAX-FIXED-TERMS         value 10.
       01  fixed-term-rate-table.
           05  fixed-term-rate-entry   occurs MAX-FIXED-TERMS
                                        indexed by rate-index.
               10  frt-term-months     pic 9(2).
               10  frt-fixed-rate      pic 9V9(4).
               10  frt-penalty-days    pic 9(3).
       01  fixed-term-rate-count   pic 9(2) value 0.
       01  found-rate-index        pic 9(2).

       01  end-of-file             pic 9.
       01  fixed-term-file-status-code.
           05  fixed-term-status-key-1 pic X.
           05  fixed-term-status-key-2 pic X.
       01  rate-file-status-code.
           05  rate-status-key-1   pic X.
           05  rate-status-key-2   pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.

       01  current-run-date        pic 9(8).
       01  balance-before-posting  pic S9(7)V9(2).
       01  deposit-balance         pic S9(7)V9(2).
       01  amount-to-pay-out       pic S9(7)V9(2).
       01  payout-valid-flag       pic X.
           88  payout-is-valid         value "Y".
       01  maturity-start-date.
           05  maturity-start-year pic 9(4).
           05  maturity-start-month pic 9(2).
           05  maturity-start-day  pic 9(2).
       01  maturity-term-months    pic 9(2).
       01  maturity-result-date.
           05  maturity-result-year pic 9(4).
           05  maturity-result-month pic 9(2).
           05  maturity-result-day pic 9(2).
       01  maturity-month-count    pic 9(6).
       01  maturity-following-year pic 9(4).
       01  maturity-following-month pic 9(2).
       01  maturity-following-first pic 9(8).
       01  maturity-last-day.
           05  filler              pic 9(6).
           05  maturity-last-day-of-month pic 9(2).

       01  deposits-paid-out       pic 9(4) value 0.
       01  deposits-rolled-over    pic 9(4) value 0.
       01  deposits-held-over      pic 9(4) value 0.
       01  total-paid-out          pic 9(9)V9(2) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "FixedTermMaturity".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to current-run-date
           perform load-fixed-term-rates
           open i-o fixed-term-data
           if fixed-term-status-key-1 not = "0"
               display "No fixed-term deposits on file - status "
                   fixed-term-file-status-code
               close fixed-term-data
               perform write-run-control-end
               goback
           end-if
           open i-o accounts-master-data
           open extend interest-journal-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read fixed-term-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       if ftd-deposit-active
                               and ftd-maturity-date
                                   <= current-run-date
                           perform mature-one-deposit
                       end-if
               end-read
           end-perform
           close fixed-term-data
           close accounts-master-data
           close interest-journal-data
           display deposits-paid-out " deposits paid out, "
               deposits-rolled-over " rolled over, "
               deposits-held-over " held over - "
               total-paid-out " paid to current accounts"
           if deposits-held-over > 0
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       load-fixed-term-rates section.
           open input fixed-term-rate-data
           if rate-status-key-1 not = "0"
               display "No fixed-term-rates.txt - rollovers keep "
                   "their old rate"
               close fixed-term-rate-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read fixed-term-rate-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if fixed-term-rate-count >= MAX-FIXED-TERMS
                           display "Fixed-term rate table is full at "
                               MAX-FIXED-TERMS
                               " - raise the limit and re-run"
                           move 16 to return-code
                           close fixed-term-rate-data
                           perform write-run-control-end
                           stop run
                       end-if
                       add 1 to fixed-term-rate-count
                       move ftr-term-months to
                           frt-term-months (fixed-term-rate-count)
                       move ftr-fixed-rate to
                           frt-fixed-rate (fixed-term-rate-count)
                       move ftr-penalty-days to
                           frt-penalty-days (fixed-term-rate-count)
               end-read
           end-perform
           close fixed-term-rate-data
           .

       mature-one-deposit section.
           move ftd-account-number to account-number
           read accounts-master-data
               invalid key
                   add 1 to deposits-held-over
                   display "Deposit " ftd-account-number
                       " has no balance on accounts.dat - held over"
                   exit section
           end-read
           move account-balance to deposit-balance
           evaluate true
               when ftd-pay-out-all
                   move deposit-balance to amount-to-pay-out
               when ftd-roll-over-principal
                   compute amount-to-pay-out =
                       deposit-balance - ftd-term-principal
                   if amount-to-pay-out < 0
                       move 0 to amount-to-pay-out
                   end-if
               when other
                   move 0 to amount-to-pay-out
           end-evaluate
           if amount-to-pay-out > 0
               perform check-payout-account
               if not payout-is-valid
                   add 1 to deposits-held-over
                   exit section
               end-if
               perform pay-out-from-deposit
           end-if
           if ftd-pay-out-all
               set ftd-deposit-matured to true
               add 1 to deposits-paid-out
               display "Deposit " ftd-account-number " matured - "
                   amount-to-pay-out " paid to " ftd-payout-account
           else
               perform roll-deposit-over
           end-if
           rewrite fixed-term-record
               invalid key
                   display "Could not update deposit "
                       ftd-account-number " - status "
                       fixed-term-file-status-code
           end-rewrite
           .

       check-payout-account section.
           move "N" to payout-valid-flag
           move ftd-payout-account to account-number
           read accounts-master-data
               invalid key
                   display "Deposit " ftd-account-number
                       " held over - pay-out account "
                       ftd-payout-account " not on file"
                   exit section
           end-read
           if not current-account
               display "Deposit " ftd-account-number
                   " held over - pay-out account "
                   ftd-payout-account " is not a current account"
               exit section
           end-if
           set payout-is-valid to true
           .

       pay-out-from-deposit section.
           *> the pay-out account is the record in hand - credit it,
           *> then take the same from the deposit
           move account-balance to balance-before-posting
           add amount-to-pay-out to account-balance
           rewrite account-record
           move 0 to jnl-rate-applied
           perform write-maturity-journal-entry
           move ftd-account-number to account-number
           read accounts-master-data
           move account-balance to balance-before-posting
           subtract amount-to-pay-out from account-balance
           move current-run-date to last-posted-date
           rewrite account-record
           move ftd-fixed-rate to jnl-rate-applied
           perform write-maturity-journal-entry
           add amount-to-pay-out to total-paid-out
           compute deposit-balance = account-balance
           .

       roll-deposit-over section.
           move 0 to found-rate-index
           perform varying rate-index from 1 by 1
                   until rate-index > fixed-term-rate-count
               if frt-term-months (rate-index) = ftd-term-months
                   set found-rate-index to rate-index
               end-if
           end-perform
           if found-rate-index > 0
               move frt-fixed-rate (found-rate-index)
                   to ftd-fixed-rate
               move frt-penalty-days (found-rate-index)
                   to ftd-penalty-days
           end-if
           move ftd-maturity-date to ftd-term-start-date
           move ftd-maturity-date to maturity-start-date
           move ftd-term-months to maturity-term-months
           perform work-out-maturity-date
           move maturity-result-date to ftd-maturity-date
           move deposit-balance to ftd-term-principal
           add 1 to deposits-rolled-over
           display "Deposit " ftd-account-number " rolled over - "
               deposit-balance " at " ftd-fixed-rate " to "
               ftd-maturity-date
           .

       write-maturity-journal-entry section.
           move account-number to jnl-account-number
           move "M" to jnl-posting-type
           move current-run-date to jnl-posting-date
           compute jnl-posting-amount =
               account-balance - balance-before-posting
           move balance-before-posting to jnl-balance-before
           move account-balance to jnl-balance-after
           write interest-journal-record
           .

       work-out-maturity-date section.
           *> the same day the term's months later - or that month's
           *> last day when it is shorter
           compute maturity-month-count =
               maturity-start-year * 12 + maturity-start-month - 1
               + maturity-term-months
           divide maturity-month-count by 12
               giving maturity-result-year
               remainder maturity-result-month
           add 1 to maturity-result-month
           move 1 to maturity-result-day
           *> the day before the first of the month after
           add 1 to maturity-month-count
           divide maturity-month-count by 12
               giving maturity-following-year
               remainder maturity-following-month
           compute maturity-following-first =
               maturity-following-year * 10000
               + (maturity-following-month + 1) * 100 + 1
           move function date-of-integer
               (function integer-of-date (maturity-following-first)
                - 1)
               to maturity-last-day
           if maturity-start-day > maturity-last-day-of-month
               move maturity-last-day-of-month to maturity-result-day
           else
               move maturity-start-day to maturity-result-day
           end-if
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           compute rcl-records-written =
               deposits-paid-out + deposits-rolled-over
           move deposits-held-over to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
