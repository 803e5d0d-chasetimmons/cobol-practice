               organization sequential
               file status uncleared-file-status-code.

           select loan-master-data assign "loan-accounts.dat"
               organization indexed
               access dynamic
               record key ln-account-number
               file status loan-file-status-code.

           select archive-catalog-data assign "archive-catalog.txt"
               organization sequential
               file status catalog-file-status-code.

           select archived-journal-data
               assign archived-journal-file-name
               organization sequential
               file status archived-journal-file-status-code.

       file section.
       FD  accounts-master-data.    *> read-only - the counter answers
                                     *> the phone from here now, not
       01  uncleared-funds-record.
           copy uncleared-record.

       FD  loan-master-data.    *> a loan's terms, for the settlement
                                 *> figure the customer rings about
       01  loan-master-record.
           copy loan-record.

       FD  archive-catalog-data.    *> where the rolled-off journal
                                     *> went - the balance on an older
                                     *> date needs its postings too
       01  archive-catalog-record.
           copy archive-catalog-record.

       FD  archived-journal-data.    *> a dated roll-off of
                                      *> interest-journal.txt - same
                                      *> layout as the live journal
       01  archived-journal-record     pic X(56).

       working-storage section.
      *> a settlement quote is the capital owed plus interest from the
      *> last instalment's due date at the agreed rate, day by day -
      *> quoted for today and for a settlement date far enough out for
      *> the customer to arrange the money
       78  SETTLEMENT-QUOTE-DAYS   value 28.
       01  loan-file-status-code.
           05  loan-status-key-1   pic X.
           05  loan-status-key-2   pic X.
       01  current-run-date        pic 9(8).
       01  settlement-date         pic 9(8).
       01  settlement-days         pic 9(5).
       01  settlement-capital      pic 9(7)V9(2).
       01  settlement-interest     pic 9(7)V9(2).
       01  settlement-figure       pic 9(8)V9(2).
       01  formatted-settlement    pic Z(7)9.9(2).
      *> the balance at the close of an earlier date is worked back
      *> from today's: the master balance less every posting dated
      *> after it.  The journal's own before/after chain is walked at
      *> the same time, oldest archive first, so a break in it is
      *> shown rather than quietly believed.  The available balance
      *> then excludes deposits still inside the clearing period
      *> AccountMaintenance holds them for
       78  CLEARING-PERIOD-DAYS    value 3.
       01  catalog-file-status-code.
           05  catalog-status-key-1 pic X.
           05  catalog-status-key-2 pic X.
       01  archived-journal-file-status-code.
           05  archived-journal-status-key-1 pic X.
           05  archived-journal-status-key-2 pic X.
       01  archived-journal-file-name pic X(34).
       01  end-of-catalog          pic 9.
       01  end-of-archive          pic 9.
       01  journal-entry-in-hand.
           05  hnd-account-number      pic 9(6).
           05  filler                  pic X.
           05  hnd-posting-type        pic X.
           05  filler                  pic X.
           05  hnd-posting-date        pic 9(8).
           05  filler                  pic X.
           05  hnd-rate-applied        pic 9V9(4).
           05  filler                  pic X.
           05  hnd-posting-amount      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  hnd-balance-before      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  hnd-balance-after       pic S9(7)V9(2)
                                           sign leading separate.
       01  as-at-date              pic 9(8).
       01  as-at-clearing-start    pic 9(7).
       01  as-at-movement          pic S9(9)V9(2).
       01  as-at-book-balance      pic S9(9)V9(2).
       01  as-at-chain-balance     pic S9(7)V9(2).
       01  as-at-chain-flag        pic X.
           88  as-at-chain-found       value "Y".
       01  as-at-uncleared         pic 9(8)V9(2).
       01  as-at-postings-after    pic 9(5).
       01  as-at-chain-breaks      pic 9(4).
       01  as-at-archives-read     pic 9(3).
       01  prior-balance-after     pic S9(7)V9(2).
       01  prior-after-flag        pic X.
           88  prior-after-held        value "Y".
       01  formatted-as-at         pic +(9)9.9(2).
       01  uncleared-file-status-code.
           05  uncleared-status-key-1 pic X.
           05  uncleared-status-key-2 pic X.
                   perform show-account-position
                   perform load-account-history
                   perform page-through-history
                   perform ask-balance-as-at
           end-read
           close accounts-master-data
           display "Another account (Y/N)?"
           display "  compounding      " compounding-mode
           display "  last posted      " last-posted-date
           display "  customer         " account-customer-number
           if loan-account
               perform show-loan-settlement-quote
               exit section
           end-if
           perform sum-uncleared-for-account
           compute available-balance =
               account-balance - uncleared-sum
               " (" formatted-uncleared " awaiting clearance)"
           .

       show-loan-settlement-quote section.
           move function current-date (1:8) to current-run-date
           open input loan-master-data
           move sought-account-number to ln-account-number
           read loan-master-data
               invalid key
                   display "  loan terms are not on loan-accounts.dat"
                       " - no settlement quote"
               not invalid key
                   display "  loan advance     " ln-principal
                       " at " ln-annual-rate " over " ln-term-months
                       " months, drawn " ln-drawdown-date
                   display "  instalment       " ln-instalment-amount
                       " - " ln-instalments-paid " paid, next due "
                       ln-next-due-date
                   compute settlement-capital = 0 - account-balance
                   move current-run-date to settlement-date
                   perform work-out-settlement-figure
                   display "  settle today     " formatted-settlement
                   compute settlement-date = function date-of-integer
                       (function integer-of-date (current-run-date)
                           + SETTLEMENT-QUOTE-DAYS)
                   perform work-out-settlement-figure
                   display "  settle by " settlement-date " "
                       formatted-settlement
           end-read
           close loan-master-data
           .

       work-out-settlement-figure section.
           compute settlement-days =
               function integer-of-date (settlement-date)
               - function integer-of-date (ln-interest-paid-to)
           compute settlement-interest rounded =
               settlement-capital * ln-annual-rate
               * settlement-days / 365
           compute settlement-figure =
               settlement-capital + settlement-interest
           move settlement-figure to formatted-settlement
           .

       sum-uncleared-for-account section.
           move 0 to uncleared-sum
           open input uncleared-funds-data
           subtract 1 from page-start-entry
           .

       ask-balance-as-at section.
           display "Balance as at an earlier date (CCYYMMDD, "
               "0 for none)?"
           accept as-at-date
           if as-at-date = 0
               exit section
           end-if
           move function current-date (1:8) to current-run-date
           if as-at-date >= current-run-date
               display "  that is not an earlier date - today's "
                   "balance is shown above"
               exit section
           end-if
           if function test-date-yyyymmdd (as-at-date) not = 0
               display "  " as-at-date " is not a valid date"
               exit section
           end-if
           perform rebuild-balance-as-at
           perform show-balance-as-at
           .

       rebuild-balance-as-at section.
           move 0 to as-at-movement
           move 0 to as-at-chain-balance
           move "N" to as-at-chain-flag
           move 0 to as-at-uncleared
           move 0 to as-at-postings-after
           move 0 to as-at-chain-breaks
           move 0 to as-at-archives-read
           move "N" to prior-after-flag
           compute as-at-clearing-start =
               function integer-of-date (as-at-date)
               - CLEARING-PERIOD-DAYS
           display "  postings since the close of " as-at-date
               " - and any break in the chain"
           display "  date     type rate   amount        balance"
           perform read-journal-archives
           open input interest-journal-data
           if journal-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read interest-journal-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if jnl-account-number
                                   = sought-account-number
                               move interest-journal-record
                                   to journal-entry-in-hand
                               perform weigh-one-posting
                           end-if
                   end-read
               end-perform
           end-if
           close interest-journal-data
           .

       read-journal-archives section.
           *> the catalog lists archives in the order they were
           *> written, which is the journal's own order
           open input archive-catalog-data
           if catalog-status-key-1 not = "0"
               close archive-catalog-data
               exit section
           end-if
           set end-of-catalog to 1 *> FALSE
           perform until end-of-catalog = 0 *> TRUE
               read archive-catalog-data
                   at end
                       set end-of-catalog to 0 *> TRUE
                   not at end
                       if cat-source-file = "interest-journal.txt"
                           move cat-file-name
                               to archived-journal-file-name
                           perform read-one-journal-archive
                       end-if
               end-read
           end-perform
           close archive-catalog-data
           .

       read-one-journal-archive section.
           open input archived-journal-data
           if archived-journal-status-key-1 not = "0"
               display "  ARCHIVE " archived-journal-file-name
                   " is catalogued but cannot be read - status "
                   archived-journal-file-status-code
               add 1 to as-at-chain-breaks
               close archived-journal-data
               exit section
           end-if
           add 1 to as-at-archives-read
           set end-of-archive to 1 *> FALSE
           perform until end-of-archive = 0 *> TRUE
               read archived-journal-data
                   at end
                       set end-of-archive to 0 *> TRUE
                   not at end
                       move archived-journal-record
                           to journal-entry-in-hand
                       if hnd-account-number = sought-account-number
                           perform weigh-one-posting
                       end-if
               end-read
           end-perform
           close archived-journal-data
           .

       weigh-one-posting section.
           if prior-after-held
                   and hnd-balance-before not = prior-balance-after
               add 1 to as-at-chain-breaks
               move prior-balance-after to formatted-balance
               move hnd-balance-before to formatted-amount
               display "  CHAIN BREAK " hnd-posting-date
                   " - previous posting left " formatted-balance
                   " but this one starts from " formatted-amount
           end-if
           move hnd-balance-after to prior-balance-after
           set prior-after-held to true
           if hnd-posting-date <= as-at-date
               move hnd-balance-after to as-at-chain-balance
               set as-at-chain-found to true
               *> a deposit still inside its clearing period at the
               *> close of the day was not yet spendable
               if hnd-posting-type = "D"
                       and hnd-posting-amount > 0
                       and not loan-account
                       and function integer-of-date (hnd-posting-date)
                           > as-at-clearing-start
                   add hnd-posting-amount to as-at-uncleared
               end-if
           else
               add hnd-posting-amount to as-at-movement
               add 1 to as-at-postings-after
               move hnd-posting-amount to formatted-amount
               move hnd-balance-after to formatted-balance
               display "  " hnd-posting-date " " hnd-posting-type
                   "    " hnd-rate-applied " " formatted-amount " "
                   formatted-balance
           end-if
           .

       show-balance-as-at section.
           compute as-at-book-balance =
               account-balance - as-at-movement
           if as-at-postings-after = 0
               display "  no postings since " as-at-date
           end-if
           *> the worked-back figure and the chain's own figure for the
           *> day must agree, and the newest posting must leave what
           *> the master holds - either failing is a break too
           if as-at-chain-found
                   and as-at-chain-balance not = as-at-book-balance
               add 1 to as-at-chain-breaks
               move as-at-chain-balance to formatted-as-at
               display "  CHAIN BREAK - the journal's own balance at "
                   as-at-date " is " formatted-as-at
           end-if
           if prior-after-held
                   and prior-balance-after not = account-balance
               add 1 to as-at-chain-breaks
               move prior-balance-after to formatted-balance
               move account-balance to formatted-amount
               display "  CHAIN BREAK - the newest posting leaves "
                   formatted-balance " but the master holds "
                   formatted-amount
           end-if
           move as-at-book-balance to formatted-as-at
           display "  book balance at close of " as-at-date " "
               formatted-as-at
           compute as-at-book-balance =
               as-at-book-balance - as-at-uncleared
           move as-at-book-balance to formatted-as-at
           move as-at-uncleared to formatted-uncleared
           display "  available at close of " as-at-date "     "
               formatted-as-at " (" formatted-uncleared
               " awaiting clearance)"
           display "  " as-at-archives-read " journal archives read, "
               as-at-postings-after " postings since"
           if as-at-chain-breaks > 0
               display "  " as-at-chain-breaks " BREAKS IN THE CHAIN"
                   " - do not confirm this figure until the journal"
                   " is put right"
           else
               display "  chain unbroken"
           end-if
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
