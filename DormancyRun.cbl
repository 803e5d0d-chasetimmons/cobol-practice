       input-output section.
           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

           select dormancy-data assign "account-dormancy.dat"
               organization indexed
               access dynamic
               record key dmy-account-number
               file status dormancy-file-status-code.

           select dormancy-parameter-data
               assign "dormancy-parameters.txt"
               organization sequential
               file status parameter-file-status-code.

           select customer-master-data assign "customer-data.dat"
               organization indexed
               access dynamic
               record key cst-customer-number
               file status customer-file-status-code.

       file section.
       FD  accounts-master-data.    *> every current account is judged
       01  account-record.
           copy account-record.

       FD  interest-journal-data.    *> the whole movement history
       01  interest-journal-record.
           05  jnl-account-number      pic 9(6).
           05  filler                  pic X.
           05  jnl-posting-type        pic X.
      *> postings the customer did not make - interest either way,
      *> loan interest, the zero-amount clearing, returned-order and
      *> reprint markers, a returned deposit's reversal, and the
      *> bank's own fees
               88  jnl-not-customer-movement value "I" "B" "N" "L"
                                                   "X" "Y" "T" "G"
                                                   "H" "U" "V" "Z".
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

       FD  dormancy-data.    *> status per flagged account
       01  dormancy-record.
           copy dormancy-record.

       FD  dormancy-parameter-data.    *> one line - the years without
                                        *> movement that make an
                                        *> account dormant, and the
                                        *> month the annual return is
                                        *> produced in
       01  dormancy-parameter-record.
           05  dmp-dormant-years       pic 9(2).
           05  filler                  pic X.
           05  dmp-return-month        pic 9(2).

       FD  customer-master-data.    *> names for the unclaimed return
       01  customer-master-record.
           05  cst-customer-number     pic 9(6).
           05  filler                  pic X.
           05  cst-customer-name       pic X(24).
           05  filler                  pic X(2).

       working-storage section.
      *> current accounts only - a loan is repaid by the run and a
      *> fixed-term deposit is meant to sit still.  An account is
      *> inactive after 12 months with no customer movement and
      *> dormant after the parameter's years.  Inactive comes back to
      *> active by itself when the customer moves money again;
      *> dormant does not - only a reactivation at the counter, after
      *> the customer has proved who they are, lifts the block on
      *> withdrawals.  An account with no customer movement anywhere
      *> on the journal is taken as last moved on the journal's first
      *> day, the oldest date the branch can vouch for
       78  DEFAULT-DORMANT-YEARS   value 15.
       78  DEFAULT-RETURN-MONTH    value 12.
       78  INACTIVE-AFTER-YEARS    value 1.
       78  MAX-DORMANCY-ACCOUNTS   value 2000.
       01  dormancy-account-table.
           05  dormancy-account-entry  occurs MAX-DORMANCY-ACCOUNTS
                                        indexed by dormancy-index.
               10  dat-account-number  pic 9(6).
               10  dat-last-movement   pic 9(8).
       01  dormancy-account-count  pic 9(4) value 0.

       01  end-of-file             pic 9.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.
       01  dormancy-file-status-code.
           05  dormancy-status-key-1 pic X.
           05  dormancy-status-key-2 pic X.
       01  parameter-file-status-code.
           05  parameter-status-key-1 pic X.
           05  parameter-status-key-2 pic X.
       01  customer-file-status-code.
           05  customer-status-key-1 pic X.
           05  customer-status-key-2 pic X.

       01  current-run-date        pic 9(8).
       01  dormant-years           pic 9(2).
       01  return-month            pic 9(2).
       01  inactive-cutoff-date    pic 9(8).
       01  dormant-cutoff-date     pic 9(8).
       01  journal-first-date      pic 9(8) value 0.
       01  last-movement-date      pic 9(8).
       01  judged-status           pic X.
       01  dormancy-record-flag    pic X.
           88  dormancy-record-found   value "Y".
       01  return-is-due-flag      pic X value "N".
           88  return-is-due           value "Y".
       01  customer-file-flag      pic X value "N".
           88  customer-file-open      value "Y".

       01  accounts-judged         pic 9(5) value 0.
       01  accounts-newly-inactive pic 9(5) value 0.
       01  accounts-newly-dormant  pic 9(5) value 0.
       01  accounts-back-to-active pic 9(5) value 0.
       01  accounts-dormant        pic 9(5) value 0.
       01  dormant-balance-total   pic S9(9)V9(2) value 0.

       01  formatted-balance       pic -ZZZ,ZZZ,ZZ9.99.
       01  formatted-total         pic -ZZZ,ZZZ,ZZ9.99.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "DormancyRun".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to current-run-date
           perform read-dormancy-parameters
           compute inactive-cutoff-date =
               current-run-date - INACTIVE-AFTER-YEARS * 10000
           compute dormant-cutoff-date =
               current-run-date - dormant-years * 10000
           if current-run-date (5:2) = return-month
               set return-is-due to true
           end-if
           perform load-current-accounts
           perform find-last-movements
           open i-o dormancy-data
           if dormancy-status-key-1 = "3"
               *> first run ever - create the file empty
               open output dormancy-data
               close dormancy-data
               open i-o dormancy-data
           end-if
           open input accounts-master-data
           open input customer-master-data
           if customer-status-key-1 = "0"
               set customer-file-open to true
           end-if
           if return-is-due
               move "O" to rw-action
               move "unclaimed-balances.prt" to rw-print-file-name
               move spaces to rw-report-title
               string "UNCLAIMED BALANCES RETURN "
                   current-run-date (1:4)
                   delimited by size into rw-report-title
               move spaces to rw-line-text
               perform call-report-writer
               move "H" to rw-action
               move "ACCOUNT  CUSTOMER  NAME                      "
                   & "LAST MOVED  DORMANT SINCE         BALANCE"
                   to rw-line-text
               perform call-report-writer
               move "D" to rw-action
           end-if
           perform varying dormancy-index from 1 by 1
                   until dormancy-index > dormancy-account-count
               perform judge-one-account
           end-perform
           if return-is-due
               move "T" to rw-action
               move dormant-balance-total to formatted-total
               move spaces to rw-line-text
               string "DORMANT ACCOUNTS " accounts-dormant
                   "  TOTAL UNCLAIMED " formatted-total
                   delimited by size into rw-line-text
               perform call-report-writer
               move "C" to rw-action
               perform call-report-writer
           end-if
           close dormancy-data
           close accounts-master-data
           close customer-master-data
           display accounts-judged " accounts judged - "
               accounts-newly-inactive " newly inactive, "
               accounts-newly-dormant " newly dormant, "
               accounts-back-to-active " active again, "
               accounts-dormant " dormant in all"
           if return-is-due
               display "Unclaimed-balances return written to "
                   "unclaimed-balances.prt"
           end-if
           perform write-run-control-end
           goback
           .

       read-dormancy-parameters section.
           move DEFAULT-DORMANT-YEARS to dormant-years
           move DEFAULT-RETURN-MONTH to return-month
           open input dormancy-parameter-data
           if parameter-status-key-1 = "0"
               read dormancy-parameter-data
                   at end
                       continue
                   not at end
                       if dmp-dormant-years > INACTIVE-AFTER-YEARS
                           move dmp-dormant-years to dormant-years
                       end-if
                       if dmp-return-month >= 1
                               and dmp-return-month <= 12
                           move dmp-return-month to return-month
                       end-if
               end-read
           end-if
           close dormancy-parameter-data
           .

       load-current-accounts section.
           open input accounts-master-data
           if accounts-status-key-1 not = "0"
               display "Cannot open accounts.dat - status "
                   accounts-file-status-code " - dormancy abandoned"
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
                       if current-account
                           perform hold-one-current-account
                       end-if
               end-read
           end-perform
           close accounts-master-data
           .

       hold-one-current-account section.
           if dormancy-account-count >= MAX-DORMANCY-ACCOUNTS
               display "Dormancy account table is full at "
                   MAX-DORMANCY-ACCOUNTS " - raise the limit and re-run"
               move 16 to return-code
               close accounts-master-data
               perform write-run-control-end
               stop run
           end-if
           add 1 to dormancy-account-count
           move account-number
               to dat-account-number (dormancy-account-count)
           move 0 to dat-last-movement (dormancy-account-count)
           .

       find-last-movements section.
           open input interest-journal-data
           if journal-status-key-1 not = "0"
               display "Cannot open interest-journal.txt - status "
                   journal-file-status-code " - dormancy abandoned"
               move 16 to return-code
               close interest-journal-data
               perform write-run-control-end
               stop run
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read interest-journal-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       if journal-first-date = 0
                               or jnl-posting-date < journal-first-date
                           move jnl-posting-date to journal-first-date
                       end-if
                       if not jnl-not-customer-movement
                           perform note-customer-movement
                       end-if
               end-read
           end-perform
           close interest-journal-data
           .

       note-customer-movement section.
           perform varying dormancy-index from 1 by 1
                   until dormancy-index > dormancy-account-count
               if dat-account-number (dormancy-index)
                       = jnl-account-number
                   if jnl-posting-date
                           > dat-last-movement (dormancy-index)
                       move jnl-posting-date
                           to dat-last-movement (dormancy-index)
                   end-if
                   set dormancy-index to dormancy-account-count
               end-if
           end-perform
           .

       judge-one-account section.
           add 1 to accounts-judged
           move dat-account-number (dormancy-index)
               to dmy-account-number
           read dormancy-data
               invalid key
                   move "N" to dormancy-record-flag
               not invalid key
                   set dormancy-record-found to true
           end-read
           move dat-last-movement (dormancy-index)
               to last-movement-date
           if last-movement-date = 0
               move journal-first-date to last-movement-date
           end-if
           if dormancy-record-found
                   and dmy-reactivated-date > last-movement-date
               move dmy-reactivated-date to last-movement-date
           end-if
           evaluate true
               when last-movement-date < dormant-cutoff-date
                   move "D" to judged-status
               when last-movement-date < inactive-cutoff-date
                   move "I" to judged-status
               when other
                   move "A" to judged-status
           end-evaluate
           *> dormant is only ever lifted by a reactivation
           if dormancy-record-found and dmy-account-dormant
               move "D" to judged-status
           end-if
           if dormancy-record-found
               perform update-dormancy-record
           else
               if judged-status not = "A"
                   perform add-dormancy-record
               end-if
           end-if
           if judged-status = "D"
               add 1 to accounts-dormant
               if return-is-due
                   perform print-unclaimed-line
               end-if
           end-if
           .

       add-dormancy-record section.
           move spaces to dormancy-record
           move dat-account-number (dormancy-index)
               to dmy-account-number
           move judged-status to dmy-dormancy-status
           move last-movement-date to dmy-last-movement-date
           move current-run-date to dmy-status-date
           move 0 to dmy-reactivated-date
           write dormancy-record
           perform count-status-change
           .

       update-dormancy-record section.
           move last-movement-date to dmy-last-movement-date
           if dmy-dormancy-status not = judged-status
               move judged-status to dmy-dormancy-status
               move current-run-date to dmy-status-date
               perform count-status-change
           end-if
           rewrite dormancy-record
           .

       count-status-change section.
           evaluate judged-status
               when "I"
                   add 1 to accounts-newly-inactive
                   display "Account " dmy-account-number
                       " now INACTIVE - last moved "
                       last-movement-date
               when "D"
                   add 1 to accounts-newly-dormant
                   display "Account " dmy-account-number
                       " now DORMANT - last moved "
                       last-movement-date
                       " - withdrawals blocked"
               when other
                   add 1 to accounts-back-to-active
           end-evaluate
           .

       print-unclaimed-line section.
           move dat-account-number (dormancy-index) to account-number
           read accounts-master-data
               invalid key
                   move 0 to account-balance
                   move 0 to account-customer-number
           end-read
           move "** NOT ON CUSTOMER MASTER" to cst-customer-name
           if customer-file-open
               move account-customer-number to cst-customer-number
               read customer-master-data
                   invalid key
                       move "** NOT ON CUSTOMER MASTER"
                           to cst-customer-name
               end-read
           end-if
           add account-balance to dormant-balance-total
           move account-balance to formatted-balance
           move spaces to rw-line-text
           string account-number "   " account-customer-number
               "    " cst-customer-name "  " dmy-last-movement-date
               "    " dmy-status-date "   " formatted-balance
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
           compute rcl-records-written = accounts-newly-inactive
               + accounts-newly-dormant + accounts-back-to-active
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
