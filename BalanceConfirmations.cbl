       input-output section.
           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

           select archive-catalog-data assign "archive-catalog.txt"
               organization sequential
               file status catalog-file-status-code.

           select archived-journal-data
               assign archived-journal-file-name
               organization sequential
               file status archived-journal-file-status-code.

           select customer-master-data assign "customer-data.dat"
               organization indexed
               access dynamic
               record key cst-customer-number
               file status customer-file-status-code.

       file section.
       FD  accounts-master-data.    *> today's balance to work back from
       01  account-record.
           copy account-record.

       FD  interest-journal-data.    *> every posting since the last
                                      *> roll-off
       01  interest-journal-record     pic X(56).

       FD  archive-catalog-data.    *> where the rolled-off journal
                                     *> went
       01  archive-catalog-record.
           copy archive-catalog-record.

       FD  archived-journal-data.    *> a dated roll-off of
                                      *> interest-journal.txt - same
                                      *> layout as the live journal
       01  archived-journal-record     pic X(56).

       FD  customer-master-data.    *> names for the confirmations
       01  customer-master-record.
           05  cst-customer-number     pic 9(6).
           05  filler                  pic X.
           05  cst-customer-name       pic X(24).
           05  filler                  pic X(2).

       working-storage section.
      *> the year-end confirmation the auditors send out: every
      *> account's book and available balance at the close of the
      *> date asked for, worked back from today's master balance less
      *> every posting dated after it, grouped by customer.  The
      *> journal's before/after chain is walked at the same time -
      *> oldest archive first - and an account whose chain breaks is
      *> marked on its confirmation and listed, so a wrong figure is
      *> never sent out unremarked.  The available balance excludes
      *> deposits still inside the clearing period AccountMaintenance
      *> holds them for
       78  CLEARING-PERIOD-DAYS    value 3.
       78  MAX-CONFIRM-ACCOUNTS    value 2000.
       01  confirm-account-table.
           05  confirm-account-entry   occurs MAX-CONFIRM-ACCOUNTS
                                        indexed by confirm-index
                                                   advice-index.
               10  cfa-account-number  pic 9(6).
               10  cfa-customer-number pic 9(6).
               10  cfa-account-type    pic X.
               10  cfa-master-balance  pic S9(7)V9(2).
               10  cfa-movement-after  pic S9(9)V9(2).
               10  cfa-chain-balance   pic S9(7)V9(2).
               10  cfa-chain-flag      pic X.
               10  cfa-prior-after     pic S9(7)V9(2).
               10  cfa-prior-flag      pic X.
               10  cfa-uncleared       pic 9(8)V9(2).
               10  cfa-chain-breaks    pic 9(4).
               10  cfa-printed-flag    pic X.
       01  confirm-account-count   pic 9(4) value 0.
       01  found-confirm-index     pic 9(4).

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

       01  end-of-file             pic 9.
       01  end-of-catalog          pic 9.
       01  end-of-archive          pic 9.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.
       01  catalog-file-status-code.
           05  catalog-status-key-1 pic X.
           05  catalog-status-key-2 pic X.
       01  archived-journal-file-status-code.
           05  archived-journal-status-key-1 pic X.
           05  archived-journal-status-key-2 pic X.
       01  customer-file-status-code.
           05  customer-status-key-1 pic X.
           05  customer-status-key-2 pic X.
       01  archived-journal-file-name pic X(34).

       01  current-run-date        pic 9(8).
       01  confirm-date            pic 9(8).
       01  confirm-clearing-start  pic 9(7).
       01  archives-read           pic 9(3) value 0.
       01  archives-unreadable     pic 9(3) value 0.
       01  book-at-date            pic S9(9)V9(2).
       01  available-at-date       pic S9(9)V9(2).
       01  confirm-customer        pic 9(6).
       01  accounts-confirmed      pic 9(5) value 0.
       01  accounts-with-breaks    pic 9(5) value 0.
       01  customers-confirmed     pic 9(5) value 0.
       01  total-book-at-date      pic S9(11)V9(2) value 0.
       01  break-marker            pic X(13).
       01  formatted-book          pic +(9)9.9(2).
       01  formatted-available     pic +(9)9.9(2).
       01  formatted-total         pic +(11)9.9(2).
       01  formatted-balance       pic +(7)9.9(2).
       01  formatted-amount        pic +(7)9.9(2).

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "BalanceConfirmations".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to current-run-date
           display "Confirmation date (CCYYMMDD)?"
           accept confirm-date
           if confirm-date >= current-run-date
                   or function test-date-yyyymmdd (confirm-date)
                       not = 0
               display confirm-date " is not a valid earlier date - "
                   "no confirmations produced"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           compute confirm-clearing-start =
               function integer-of-date (confirm-date)
               - CLEARING-PERIOD-DAYS
           perform load-confirm-accounts
           perform read-journal-archives
           open input interest-journal-data
           if journal-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read interest-journal-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           move interest-journal-record
                               to journal-entry-in-hand
                           perform weigh-one-posting
                   end-read
               end-perform
           end-if
           close interest-journal-data
           perform print-confirmations
           display accounts-confirmed " accounts confirmed at "
               confirm-date " for " customers-confirmed
               " customers - " archives-read " journal archives read"
           if accounts-with-breaks > 0 or archives-unreadable > 0
               display accounts-with-breaks " accounts have a break "
                   "in the journal chain, " archives-unreadable
                   " archives could not be read - see "
                   "balance-confirmations.prt"
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       load-confirm-accounts section.
           open input accounts-master-data
           if accounts-status-key-1 not = "0"
               display "Cannot open accounts.dat - status "
                   accounts-file-status-code
                   " - no confirmations produced"
               move 16 to return-code
               close accounts-master-data
               perform write-run-control-end
               stop run
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read accounts-master-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform hold-one-confirm-account
               end-read
           end-perform
           close accounts-master-data
           .

       hold-one-confirm-account section.
           if confirm-account-count >= MAX-CONFIRM-ACCOUNTS
               display "Confirmation table is full at "
                   MAX-CONFIRM-ACCOUNTS " - raise the limit and re-run"
               move 16 to return-code
               close accounts-master-data
               perform write-run-control-end
               stop run
           end-if
           add 1 to confirm-account-count
           initialize confirm-account-entry (confirm-account-count)
           move account-number
               to cfa-account-number (confirm-account-count)
           move account-customer-number
               to cfa-customer-number (confirm-account-count)
           move account-type-code
               to cfa-account-type (confirm-account-count)
           move account-balance
               to cfa-master-balance (confirm-account-count)
           move "N" to cfa-chain-flag (confirm-account-count)
           move "N" to cfa-prior-flag (confirm-account-count)
           move "N" to cfa-printed-flag (confirm-account-count)
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
               display "Archive " archived-journal-file-name
                   " is catalogued but cannot be read - status "
                   archived-journal-file-status-code
               add 1 to archives-unreadable
               close archived-journal-data
               exit section
           end-if
           add 1 to archives-read
           set end-of-archive to 1 *> FALSE
           perform until end-of-archive = 0 *> TRUE
               read archived-journal-data
                   at end
                       set end-of-archive to 0 *> TRUE
                   not at end
                       move archived-journal-record
                           to journal-entry-in-hand
                       perform weigh-one-posting
               end-read
           end-perform
           close archived-journal-data
           .

       weigh-one-posting section.
           add 1 to rcl-records-read
           move 0 to found-confirm-index
           perform varying confirm-index from 1 by 1
                   until confirm-index > confirm-account-count
                       or found-confirm-index > 0
               if cfa-account-number (confirm-index)
                       = hnd-account-number
                   set found-confirm-index to confirm-index
               end-if
           end-perform
           *> an account closed since has nothing left to confirm
           if found-confirm-index = 0
               exit section
           end-if
           set confirm-index to found-confirm-index
           if cfa-prior-flag (confirm-index) = "Y"
                   and hnd-balance-before
                       not = cfa-prior-after (confirm-index)
               add 1 to cfa-chain-breaks (confirm-index)
               move cfa-prior-after (confirm-index)
                   to formatted-balance
               move hnd-balance-before to formatted-amount
               display "Account " hnd-account-number " CHAIN BREAK "
                   hnd-posting-date " - previous posting left "
                   formatted-balance " but this one starts from "
                   formatted-amount
           end-if
           move hnd-balance-after to cfa-prior-after (confirm-index)
           move "Y" to cfa-prior-flag (confirm-index)
           if hnd-posting-date <= confirm-date
               move hnd-balance-after
                   to cfa-chain-balance (confirm-index)
               move "Y" to cfa-chain-flag (confirm-index)
               *> a deposit still inside its clearing period at the
               *> close of the day was not yet spendable
               if hnd-posting-type = "D"
                       and hnd-posting-amount > 0
                       and cfa-account-type (confirm-index) not = "L"
                       and function integer-of-date (hnd-posting-date)
                           > confirm-clearing-start
                   add hnd-posting-amount
                       to cfa-uncleared (confirm-index)
               end-if
           else
               add hnd-posting-amount
                   to cfa-movement-after (confirm-index)
           end-if
           .

       print-confirmations section.
           open input customer-master-data
           move "O" to rw-action
           move "balance-confirmations.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "BALANCE CONFIRMATIONS AT CLOSE OF " confirm-date
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "  ACCOUNT          BOOK BALANCE        AVAILABLE"
               to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying confirm-index from 1 by 1
                   until confirm-index > confirm-account-count
               if cfa-printed-flag (confirm-index) = "N"
                   move cfa-customer-number (confirm-index)
                       to confirm-customer
                   perform print-one-customer-confirmation
               end-if
           end-perform
           move "T" to rw-action
           move total-book-at-date to formatted-total
           move spaces to rw-line-text
           string "CUSTOMERS " customers-confirmed "  ACCOUNTS "
               accounts-confirmed "  TOTAL BOOK " formatted-total
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "JOURNAL ARCHIVES READ " archives-read
               "  UNREADABLE " archives-unreadable
               "  ACCOUNTS WITH A CHAIN BREAK " accounts-with-breaks
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           close customer-master-data
           .

       print-one-customer-confirmation section.
           add 1 to customers-confirmed
           move spaces to rw-line-text
           perform call-report-writer
           move "(name not on customer master)" to cst-customer-name
           if confirm-customer > 0
               move confirm-customer to cst-customer-number
               read customer-master-data
                   invalid key
                       continue
               end-read
           end-if
           move spaces to rw-line-text
           string "CUSTOMER " confirm-customer "  " cst-customer-name
               delimited by size into rw-line-text
           perform call-report-writer
           perform varying advice-index from 1 by 1
                   until advice-index > confirm-account-count
               if cfa-printed-flag (advice-index) = "N"
                       and cfa-customer-number (advice-index)
                           = confirm-customer
                   perform print-one-account-confirmation
               end-if
           end-perform
           .

       print-one-account-confirmation section.
           compute book-at-date =
               cfa-master-balance (advice-index)
               - cfa-movement-after (advice-index)
           compute available-at-date =
               book-at-date - cfa-uncleared (advice-index)
           *> the worked-back figure and the chain's own figure for the
           *> day must agree, and the newest posting must leave what
           *> the master holds - either failing is a break too
           if cfa-chain-flag (advice-index) = "Y"
                   and cfa-chain-balance (advice-index)
                       not = book-at-date
               add 1 to cfa-chain-breaks (advice-index)
           end-if
           if cfa-prior-flag (advice-index) = "Y"
                   and cfa-prior-after (advice-index)
                       not = cfa-master-balance (advice-index)
               add 1 to cfa-chain-breaks (advice-index)
           end-if
           move spaces to break-marker
           if cfa-chain-breaks (advice-index) > 0
                   or archives-unreadable > 0
               move "* CHAIN BREAK" to break-marker
               add 1 to accounts-with-breaks
           end-if
           move book-at-date to formatted-book
           move available-at-date to formatted-available
           move spaces to rw-line-text
           string "  " cfa-account-number (advice-index) "  "
               formatted-book "  " formatted-available "  "
               break-marker
               delimited by size into rw-line-text
           perform call-report-writer
           add 1 to accounts-confirmed
           add book-at-date to total-book-at-date
           move "Y" to cfa-printed-flag (advice-index)
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
           move accounts-confirmed to rcl-records-written
           move accounts-with-breaks to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
